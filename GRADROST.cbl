000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADROST.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. REGISTRAR SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  TERM-END GRADE ROSTERS -
001000*                    SELECTS THE TERM'S REGISTERED ENROLLMENTS,
001100*                    SORTS THEM BY COURSE, SECTION AND STUDENT
001200*                    THE WAY ENRLRPT DOES, AND PRINTS ONE ROSTER
001300*                    PER SECTION HEADED BY ITS INSTMAST
001400*                    INSTRUCTOR (SEE INSTREC) WITH A BLANK GRADE
001500*                    COLUMN.  THE SAME LINES GO TO THE GRADRSTF
001600*                    TURNAROUND FILE (SEE ROSTREC) WITH THE
001700*                    GRADE LEFT BLANK - COMPLETED, IT COMES BACK
001800*                    THROUGH GRADRIN AS THE GRADTRAN INPUT TO
001900*                    GRADPOST.
002000*   2026-10-15 RLW  ROSTER HEADING ASKS FOR A LETTER GRADE OR
002100*                    POINTS, NOW THAT GRADRIN TAKES EITHER.
002200*================================================================
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT STUDENT ASSIGN TO FILENAME
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS STUDENT-ID
003000         FILE STATUS IS WS-STUDENT-STATUS.
003100
003200     SELECT COURSE-CATALOG ASSIGN TO "CRSECAT"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS COURSE-ID
003600         FILE STATUS IS WS-COURSE-STATUS.
003700
003800     SELECT ENROLLMENT-FILE ASSIGN TO "ENRLMAST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS ENRL-KEY
004200         FILE STATUS IS WS-ENRL-STATUS.
004300
004400     SELECT SORT-WORK ASSIGN TO "GRSTWRK".
004500
004600     SELECT INSTRUCTOR-FILE ASSIGN TO "INSTMAST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS INST-KEY
005000         FILE STATUS IS WS-INST-STATUS.
005100
005200     SELECT ROSTER-PRINT ASSIGN TO "GRADRSTP"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400
005500     SELECT ROSTER-FILE ASSIGN TO "GRADRSTF"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700
005800     SELECT PARM-CARD-FILE ASSIGN TO "PARMCARD"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-PARM-STATUS.
006100
006200     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-BUSDATE-STATUS.
006500
006600     SELECT EXCEPTION-FILE ASSIGN TO "GRSTEXC"
006700         ORGANIZATION IS LINE SEQUENTIAL.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  STUDENT.
007200     COPY STUDREC.
007300
007400 01  FILENAME                   PIC X(12).
007500
007600 FD  COURSE-CATALOG.
007700     COPY COURSREC.
007800
007900 FD  ENROLLMENT-FILE.
008000     COPY ENRLREC.
008100
008200 SD  SORT-WORK.
008300 01  SORT-ENRL-RECORD.
008400     05  SORT-COURSE-ID              PIC X(08).
008500     05  SORT-SECTION                PIC X(03).
008600     05  SORT-STUDENT-ID             PIC 9(09).
008700
008800 FD  INSTRUCTOR-FILE.
008900     COPY INSTREC.
009000
009100 FD  ROSTER-PRINT.
009200 01  ROSTER-PRINT-LINE              PIC X(80).
009300
009400 FD  ROSTER-FILE.
009500     COPY ROSTREC.
009600
009700 FD  PARM-CARD-FILE.
009800     COPY PARMREC.
009900
010000 FD  BUSDATE-FILE.
010100     COPY BUSDATE.
010200
010300 FD  EXCEPTION-FILE.
010400     COPY EXCREC.
010500
010600 WORKING-STORAGE SECTION.
010700     COPY STUDWS.
010800     COPY RETCODES.
010900
011000 01  WS-STUDENT-STATUS              PIC X(02) VALUE '00'.
011100     88  STUDENT-STATUS-OK           VALUE '00'.
011200 01  WS-COURSE-STATUS               PIC X(02) VALUE '00'.
011300     88  COURSE-STATUS-OK            VALUE '00'.
011400 01  WS-ENRL-STATUS                 PIC X(02) VALUE '00'.
011500     88  ENRL-STATUS-OK              VALUE '00'.
011600     88  ENRL-STATUS-EOF             VALUE '10'.
011700 01  WS-INST-STATUS                 PIC X(02) VALUE '00'.
011800     88  INST-STATUS-OK              VALUE '00'.
011900 01  WS-INST-OPEN-SW                PIC X(01) VALUE 'N'.
012000     88  WS-INST-OPEN                VALUE 'Y'.
012100 01  WS-PARM-STATUS                 PIC X(02) VALUE '00'.
012200     88  PARM-STATUS-OK              VALUE '00'.
012300     88  PARM-STATUS-EOF             VALUE '10'.
012400 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
012500     88  BUSDATE-STATUS-OK           VALUE '00'.
012600 01  WS-PARM-FOUND-SW               PIC X(01) VALUE 'N'.
012700     88  WS-PARM-FOUND               VALUE 'Y'.
012800
012900 01  WS-SORT-EOF-SW                 PIC X(01) VALUE 'N'.
013000     88  SORT-AT-EOF                 VALUE 'Y'.
013100
013200 01  WS-ROSTER-TERM                 PIC X(05) VALUE SPACES.
013300 01  WS-PREV-COURSE-ID              PIC X(08) VALUE SPACES.
013400 01  WS-PREV-SECTION                PIC X(03) VALUE SPACES.
013500 01  WS-FIRST-COURSE-SW             PIC X(01) VALUE 'Y'.
013600     88  WS-FIRST-COURSE             VALUE 'Y'.
013700 01  WS-SECTION-ENROLLED            PIC 9(05) VALUE ZERO.
013800 01  WS-INSTRUCTOR-ID               PIC X(08) VALUE SPACES.
013900 01  WS-INSTRUCTOR-NAME             PIC X(25) VALUE SPACES.
014000
014100 01  WS-ENROLLMENTS-SELECTED        PIC 9(07) COMP VALUE ZERO.
014200 01  WS-ROSTERS-PRINTED             PIC 9(07) COMP VALUE ZERO.
014300 01  WS-ROSTER-LINES                PIC 9(07) COMP VALUE ZERO.
014400 01  WS-NO-INSTRUCTOR               PIC 9(07) COMP VALUE ZERO.
014500
014600 01  WS-CURRENT-DATE-TIME.
014700     05  WS-TODAY-YYYYMMDD          PIC 9(08).
014800     05  WS-TIME-HHMMSSHH           PIC 9(08).
014900     05  FILLER                     PIC X(05).
015000
015100 PROCEDURE DIVISION.
015200 0000-MAINLINE.
015300     PERFORM 1000-INITIALIZE
015400         THRU 1000-INITIALIZE-EXIT.
015500
015600     IF NOT RC-SEVERE
015700         SORT SORT-WORK
015800             ON ASCENDING KEY SORT-COURSE-ID SORT-SECTION
015900                 SORT-STUDENT-ID
016000             INPUT PROCEDURE IS 3000-SELECT-TERM
016100                 THRU 3000-SELECT-TERM-EXIT
016200             OUTPUT PROCEDURE IS 4000-PRINT-ROSTERS
016300                 THRU 4000-PRINT-ROSTERS-EXIT
016400     END-IF.
016500
016600     PERFORM 9000-FINISH
016700         THRU 9000-FINISH-EXIT.
016800
016900     MOVE WS-RETURN-CODE TO RETURN-CODE.
017000     GO TO 9999-EXIT.
017100
017200 1000-INITIALIZE.
017300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
017400     PERFORM 1050-GET-BUSINESS-DATE
017500         THRU 1050-GET-BUSINESS-DATE-EXIT.
017600*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
017700*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
017800     OPEN OUTPUT EXCEPTION-FILE.
017900     OPEN OUTPUT ROSTER-PRINT.
018000     OPEN OUTPUT ROSTER-FILE.
018100     PERFORM 1080-READ-PARM-CARD
018200         THRU 1080-READ-PARM-CARD-EXIT.
018300     IF NOT WS-PARM-FOUND
018400         DISPLAY 'ENTER STUDENT DATASET NAME: '
018500         ACCEPT FILENAME
018600         DISPLAY 'ENTER TERM FOR GRADE ROSTERS (E.G. 2026F): '
018700         ACCEPT WS-ROSTER-TERM
018800     END-IF.
018900     OPEN INPUT STUDENT.
019000     IF NOT STUDENT-STATUS-OK
019100         DISPLAY 'GRADROST - UNABLE TO OPEN STUDENT FILE, STATUS='
019200             WS-STUDENT-STATUS
019300         SET RC-SEVERE TO TRUE
019400         GO TO 1000-INITIALIZE-EXIT
019500     END-IF.
019600     OPEN INPUT COURSE-CATALOG.
019700     IF NOT COURSE-STATUS-OK
019800         DISPLAY 'GRADROST - UNABLE TO OPEN CRSECAT, STATUS='
019900             WS-COURSE-STATUS
020000         SET RC-SEVERE TO TRUE
020100         GO TO 1000-INITIALIZE-EXIT
020200     END-IF.
020300*    A MISSING ASSIGNMENT FILE ONLY COSTS THE INSTRUCTOR LINE -
020400*    THE ROSTERS THEMSELVES STILL PRINT.
020500     OPEN INPUT INSTRUCTOR-FILE.
020600     IF INST-STATUS-OK
020700         SET WS-INST-OPEN TO TRUE
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
022600     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
022700         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
022800     END-IF.
022900     CLOSE BUSDATE-FILE.
023000 1050-GET-BUSINESS-DATE-EXIT.
023100     EXIT.
023200
023300 1080-READ-PARM-CARD.
023400*    CARD LAYOUT - COLS 9-20 STUDENT DATASET NAME, 21-25 TERM.
023500     MOVE 'N' TO WS-PARM-FOUND-SW.
023600     OPEN INPUT PARM-CARD-FILE.
023700     IF NOT PARM-STATUS-OK
023800         GO TO 1080-READ-PARM-CARD-EXIT
023900     END-IF.
024000     PERFORM 1081-SCAN-ONE-CARD
024100         THRU 1081-SCAN-ONE-CARD-EXIT
024200         UNTIL PARM-STATUS-EOF OR WS-PARM-FOUND.
024300     CLOSE PARM-CARD-FILE.
024400     IF WS-PARM-FOUND
024500         IF PARM-OPTIONS(1:12) = SPACES
024600                 OR PARM-OPTIONS(13:5) = SPACES
024700             MOVE 'N' TO WS-PARM-FOUND-SW
024800             MOVE 'GRADROST' TO EXC-PROGRAM-ID
024900             MOVE PARM-OPTIONS(1:20) TO EXC-KEY-VALUE
025000             MOVE 'E392' TO EXC-REASON-CODE
025100             MOVE 'PARAMETER CARD INVALID - PROMPTS USED' TO
025200                 EXC-REASON-TEXT
025300             MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE
025400             MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME
025500             MOVE SPACES TO EXC-OPERATOR-ID
025600             WRITE EXC-RECORD
025700             SET RC-WARNING TO TRUE
025800         ELSE
025900             MOVE PARM-OPTIONS(1:12) TO FILENAME
026000             MOVE PARM-OPTIONS(13:5) TO WS-ROSTER-TERM
026100         END-IF
026200     END-IF.
026300 1080-READ-PARM-CARD-EXIT.
026400     EXIT.
026500
026600 1081-SCAN-ONE-CARD.
026700     READ PARM-CARD-FILE
026800         AT END SET PARM-STATUS-EOF TO TRUE
026900     END-READ.
027000     IF PARM-STATUS-EOF
027100         GO TO 1081-SCAN-ONE-CARD-EXIT
027200     END-IF.
027300     IF PARM-PROGRAM-ID = 'GRADROST'
027400         SET WS-PARM-FOUND TO TRUE
027500     END-IF.
027600 1081-SCAN-ONE-CARD-EXIT.
027700     EXIT.
027800
027900 3000-SELECT-TERM.
028000     OPEN INPUT ENROLLMENT-FILE.
028100     IF NOT ENRL-STATUS-OK
028200         DISPLAY 'GRADROST - UNABLE TO OPEN ENRLMAST, STATUS='
028300             WS-ENRL-STATUS
028400         SET RC-SEVERE TO TRUE
028500         GO TO 3000-SELECT-TERM-EXIT
028600     END-IF.
028700
028800     MOVE LOW-VALUES TO ENRL-KEY.
028900     START ENROLLMENT-FILE KEY IS NOT LESS THAN ENRL-KEY
029000         INVALID KEY SET ENRL-STATUS-EOF TO TRUE
029100     END-START.
029200
029300     PERFORM 3100-RELEASE-NEXT
029400         THRU 3100-RELEASE-NEXT-EXIT
029500         UNTIL ENRL-STATUS-EOF.
029600     CLOSE ENROLLMENT-FILE.
029700 3000-SELECT-TERM-EXIT.
029800     EXIT.
029900
030000 3100-RELEASE-NEXT.
030100     READ ENROLLMENT-FILE NEXT
030200         AT END SET ENRL-STATUS-EOF TO TRUE
030300     END-READ.
030400     IF ENRL-STATUS-EOF
030500         GO TO 3100-RELEASE-NEXT-EXIT
030600     END-IF.
030700*    ONLY SEATS STILL HELD AT TERM END ARE GRADED - DROPS LEAVE
030800*    NO RECORD, AND A WITHDRAWAL'S W IS POSTED BY THE REGISTRAR,
030900*    NOT THE INSTRUCTOR.
031000     IF ENRL-TERM = WS-ROSTER-TERM
031100             AND ENRL-REGISTERED
031200         MOVE ENRL-COURSE-ID  TO SORT-COURSE-ID
031300         MOVE ENRL-SECTION    TO SORT-SECTION
031400         MOVE ENRL-STUDENT-ID TO SORT-STUDENT-ID
031500         RELEASE SORT-ENRL-RECORD
031600         ADD 1 TO WS-ENROLLMENTS-SELECTED
031700     END-IF.
031800 3100-RELEASE-NEXT-EXIT.
031900     EXIT.
032000
032100 4000-PRINT-ROSTERS.
032200     PERFORM 4100-RETURN-NEXT
032300         THRU 4100-RETURN-NEXT-EXIT
032400         UNTIL SORT-AT-EOF.
032500
032600     IF NOT WS-FIRST-COURSE
032700         PERFORM 4400-WRITE-SECTION-TOTAL
032800             THRU 4400-WRITE-SECTION-TOTAL-EXIT
032900     END-IF.
033000 4000-PRINT-ROSTERS-EXIT.
033100     EXIT.
033200
033300 4100-RETURN-NEXT.
033400     RETURN SORT-WORK INTO SORT-ENRL-RECORD
033500         AT END SET SORT-AT-EOF TO TRUE
033600     END-RETURN.
033700     IF SORT-AT-EOF
033800         GO TO 4100-RETURN-NEXT-EXIT
033900     END-IF.
034000
034100     IF WS-FIRST-COURSE
034200             OR SORT-COURSE-ID NOT = WS-PREV-COURSE-ID
034300             OR SORT-SECTION NOT = WS-PREV-SECTION
034400         IF NOT WS-FIRST-COURSE
034500             PERFORM 4400-WRITE-SECTION-TOTAL
034600                 THRU 4400-WRITE-SECTION-TOTAL-EXIT
034700         END-IF
034800         PERFORM 4200-WRITE-SECTION-HEADER
034900             THRU 4200-WRITE-SECTION-HEADER-EXIT
035000     END-IF.
035100
035200     MOVE 'N' TO WS-FIRST-COURSE-SW.
035300     MOVE SORT-COURSE-ID TO WS-PREV-COURSE-ID.
035400     MOVE SORT-SECTION   TO WS-PREV-SECTION.
035500
035600     PERFORM 4300-WRITE-STUDENT-LINE
035700         THRU 4300-WRITE-STUDENT-LINE-EXIT.
035800 4100-RETURN-NEXT-EXIT.
035900     EXIT.
036000
036100 4200-WRITE-SECTION-HEADER.
036200     ADD 1 TO WS-ROSTERS-PRINTED.
036300     MOVE SORT-COURSE-ID TO COURSE-ID.
036400     READ COURSE-CATALOG
036500         INVALID KEY MOVE '** TITLE NOT IN CATALOG **' TO
036600             COURSE-TITLE
036700     END-READ.
036800     PERFORM 4250-GET-INSTRUCTOR
036900         THRU 4250-GET-INSTRUCTOR-EXIT.
037000     MOVE SPACES TO ROSTER-PRINT-LINE.
037100     WRITE ROSTER-PRINT-LINE.
037200     MOVE SPACES TO ROSTER-PRINT-LINE.
037300     STRING 'GRADE ROSTER - TERM ' WS-ROSTER-TERM
037400            '     PRINTED ' WS-TODAY-YYYYMMDD
037500         DELIMITED BY SIZE
037600         INTO ROSTER-PRINT-LINE
037700     END-STRING.
037800     WRITE ROSTER-PRINT-LINE.
037900     MOVE SPACES TO ROSTER-PRINT-LINE.
038000     STRING 'COURSE ' SORT-COURSE-ID
038100            ' SECTION ' SORT-SECTION
038200            ' ' COURSE-TITLE
038300         DELIMITED BY SIZE
038400         INTO ROSTER-PRINT-LINE
038500     END-STRING.
038600     WRITE ROSTER-PRINT-LINE.
038700     MOVE SPACES TO ROSTER-PRINT-LINE.
038800     STRING 'INSTRUCTOR ' WS-INSTRUCTOR-ID ' '
038900            WS-INSTRUCTOR-NAME
039000         DELIMITED BY SIZE
039100         INTO ROSTER-PRINT-LINE
039200     END-STRING.
039300     WRITE ROSTER-PRINT-LINE.
039400     MOVE SPACES TO ROSTER-PRINT-LINE.
039500     STRING '  STUDENT   NAME                       '
039600            'GRADE (LETTER OR 0.00-4.00)'
039700         DELIMITED BY SIZE
039800         INTO ROSTER-PRINT-LINE
039900     END-STRING.
040000     WRITE ROSTER-PRINT-LINE.
040100 4200-WRITE-SECTION-HEADER-EXIT.
040200     EXIT.
040300
040400 4250-GET-INSTRUCTOR.
040500     MOVE SPACES TO WS-INSTRUCTOR-ID.
040600     MOVE '** NO INSTRUCTOR ASSIGNED **' TO WS-INSTRUCTOR-NAME.
040700     IF NOT WS-INST-OPEN
040800         ADD 1 TO WS-NO-INSTRUCTOR
040900         GO TO 4250-GET-INSTRUCTOR-EXIT
041000     END-IF.
041100     MOVE SORT-COURSE-ID TO INST-COURSE-ID.
041200     MOVE SORT-SECTION   TO INST-SECTION.
041300     MOVE WS-ROSTER-TERM TO INST-TERM.
041400     READ INSTRUCTOR-FILE
041500         INVALID KEY
041600             ADD 1 TO WS-NO-INSTRUCTOR
041700         NOT INVALID KEY
041800             MOVE INST-INSTRUCTOR-ID   TO WS-INSTRUCTOR-ID
041900             MOVE INST-INSTRUCTOR-NAME TO WS-INSTRUCTOR-NAME
042000     END-READ.
042100 4250-GET-INSTRUCTOR-EXIT.
042200     EXIT.
042300
042400 4300-WRITE-STUDENT-LINE.
042500     MOVE SORT-STUDENT-ID TO STUDENT-ID.
042600     READ STUDENT INTO WS-STUDENT
042700         INVALID KEY
042800             MOVE SORT-STUDENT-ID TO WS-STUDENT-ID
042900             MOVE '** NOT ON STUDENT MASTER **' TO WS-NAME
043000     END-READ.
043100     MOVE SPACES TO ROSTER-PRINT-LINE.
043200     STRING '  ' WS-STUDENT-ID ' ' WS-NAME
043300            '  ____'
043400         DELIMITED BY SIZE
043500         INTO ROSTER-PRINT-LINE
043600     END-STRING.
043700     WRITE ROSTER-PRINT-LINE.
043800     ADD 1 TO WS-SECTION-ENROLLED.
043900
044000*    THE TURNAROUND LINE CARRIES EVERYTHING GRADRIN NEEDS TO
044100*    MATCH THE GRADE BACK TO THE SEAT - ONLY THE GRADE IS KEYED.
044200     MOVE SPACES TO ROSTER-LINE-RECORD.
044300     MOVE SORT-COURSE-ID     TO ROST-COURSE-ID.
044400     MOVE SORT-SECTION       TO ROST-SECTION.
044500     MOVE WS-ROSTER-TERM     TO ROST-TERM.
044600     MOVE SORT-STUDENT-ID    TO ROST-STUDENT-ID.
044700     MOVE WS-NAME            TO ROST-STUDENT-NAME.
044800     MOVE WS-INSTRUCTOR-ID   TO ROST-INSTRUCTOR-ID.
044900     MOVE SPACES             TO ROST-GRADE.
045000     WRITE ROSTER-LINE-RECORD.
045100     ADD 1 TO WS-ROSTER-LINES.
045200 4300-WRITE-STUDENT-LINE-EXIT.
045300     EXIT.
045400
045500 4400-WRITE-SECTION-TOTAL.
045600     MOVE SPACES TO ROSTER-PRINT-LINE.
045700     STRING '  STUDENTS ON ROSTER ' WS-PREV-COURSE-ID
045800            ' SEC ' WS-PREV-SECTION ': '
045900            WS-SECTION-ENROLLED
046000         DELIMITED BY SIZE
046100         INTO ROSTER-PRINT-LINE
046200     END-STRING.
046300     WRITE ROSTER-PRINT-LINE.
046400     MOVE SPACES TO ROSTER-PRINT-LINE.
046500     WRITE ROSTER-PRINT-LINE.
046600     MOVE SPACES TO ROSTER-PRINT-LINE.
046700     STRING '  INSTRUCTOR SIGNATURE ______________________'
046800            '  DATE __________'
046900         DELIMITED BY SIZE
047000         INTO ROSTER-PRINT-LINE
047100     END-STRING.
047200     WRITE ROSTER-PRINT-LINE.
047300     MOVE ZERO TO WS-SECTION-ENROLLED.
047400 4400-WRITE-SECTION-TOTAL-EXIT.
047500     EXIT.
047600
047700 9000-FINISH.
047800     CLOSE STUDENT.
047900     CLOSE COURSE-CATALOG.
048000     IF WS-INST-OPEN
048100         CLOSE INSTRUCTOR-FILE
048200     END-IF.
048300     CLOSE ROSTER-PRINT.
048400     CLOSE ROSTER-FILE.
048500     CLOSE EXCEPTION-FILE.
048600     DISPLAY 'GRADROST - TERM                : ' WS-ROSTER-TERM.
048700     DISPLAY 'GRADROST - ENROLLMENTS SELECTED: '
048800         WS-ENROLLMENTS-SELECTED.
048900     DISPLAY 'GRADROST - ROSTERS PRINTED     : '
049000         WS-ROSTERS-PRINTED.
049100     DISPLAY 'GRADROST - TURNAROUND LINES    : '
049200         WS-ROSTER-LINES.
049300     DISPLAY 'GRADROST - NO INSTRUCTOR       : '
049400         WS-NO-INSTRUCTOR.
049500     DISPLAY 'GRADROST - RETURN CODE         : ' WS-RETURN-CODE.
049600 9000-FINISH-EXIT.
049700     EXIT.
049800
049900 9999-EXIT.
050000     STOP RUN.
