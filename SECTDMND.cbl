000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SECTDMND.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. REGISTRAR SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  SECTION DEMAND ANALYSIS
001000*                    FOR PLANNING NEXT TERM'S SECTIONS.  FOR
001100*                    EACH COURSE AND SECTION IT COUNTS THE SEATS
001200*                    TAKEN, THE STUDENTS STILL ON THE CRSEREG
001300*                    WAITLIST AT TERM END, AND THOSE NEVER
001400*                    PROMOTED - WAITING WITH NO SEAT IN ANY
001500*                    SECTION OF THE COURSE - FOR THE RUN TERM
001600*                    (ENRLMAST AND WAITLIST, OR ENRLHIST ONCE
001700*                    TERMROLL HAS RUN) AND THE TWO PRIOR TERMS
001800*                    (ENRLHIST).  A COURSE WHOSE UNMET DEMAND
001900*                    PASSES THE PARM-CARD SHARE OF A SECTION'S
002000*                    CAPACITY IS FLAGGED FOR A NEW SECTION, AND
002100*                    A SECTION FILLED BELOW THE MINIMUM IS
002200*                    FLAGGED AS A CANDIDATE TO CANCEL.
002300*================================================================
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT ENROLLMENT-FILE ASSIGN TO "ENRLMAST"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS ENRL-KEY
003100         FILE STATUS IS WS-ENRL-STATUS.
003200
003300     SELECT WAITLIST-FILE ASSIGN TO "WAITLIST"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-WAITLIST-STATUS.
003600
003700     SELECT ENROLLMENT-HISTORY ASSIGN TO "ENRLHIST"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-HISTORY-STATUS.
004000
004100     SELECT COURSE-CATALOG ASSIGN TO "CRSECAT"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS COURSE-ID
004500         FILE STATUS IS WS-COURSE-STATUS.
004600
004700     SELECT SORT-WORK ASSIGN TO "DMNDSWRK".
004800
004900     SELECT DEMAND-REPORT ASSIGN TO "DMNDRPT"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100
005200     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-BUSDATE-STATUS.
005500
005600     SELECT PARM-CARD-FILE ASSIGN TO "PARMCARD"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-PARM-STATUS.
005900
006000     SELECT EXCEPTION-FILE ASSIGN TO "DMNDEXC"
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  ENROLLMENT-FILE.
006600     COPY ENRLREC.
006700
006800 FD  WAITLIST-FILE.
006900     COPY WAITREC.
007000
007100*    TERMROLL'S HISTORY LINE - ONE PER ARCHIVED ENROLLMENT, AND
007200*    ONE WITH STATUS 'Q' PER WAITLIST ENTRY STILL QUEUED WHEN
007300*    THE TERM ENDED.
007400 FD  ENROLLMENT-HISTORY.
007500 01  HISTORY-RECORD.
007600     05  HIST-STUDENT-ID             PIC X(09).
007700     05  HIST-STUDENT-ID-N REDEFINES HIST-STUDENT-ID
007800                                     PIC 9(09).
007900     05  FILLER                      PIC X(01).
008000     05  HIST-COURSE-ID              PIC X(08).
008100     05  FILLER                      PIC X(01).
008200     05  HIST-TERM                   PIC X(05).
008300     05  FILLER                      PIC X(01).
008400     05  HIST-SECTION                PIC X(03).
008500     05  FILLER                      PIC X(01).
008600     05  HIST-STATUS                 PIC X(01).
008700         88  HIST-SEAT-TAKEN         VALUE 'R' 'W'.
008800         88  HIST-STILL-WAITING      VALUE 'Q'.
008900     05  FILLER                      PIC X(01).
009000     05  HIST-DATE                   PIC X(08).
009100     05  FILLER                      PIC X(41).
009200
009300 FD  COURSE-CATALOG.
009400     COPY COURSREC.
009500
009600 SD  SORT-WORK.
009700 01  SORT-DEMAND-RECORD.
009800     05  SORT-COURSE-ID              PIC X(08).
009900     05  SORT-TERM-SLOT              PIC 9(01).
010000     05  SORT-STUDENT-ID             PIC 9(09).
010100     05  SORT-REC-TYPE               PIC X(01).
010200         88  SORT-IS-SEAT            VALUE 'E'.
010300         88  SORT-IS-WAITING         VALUE 'W'.
010400     05  SORT-SECTION                PIC X(03).
010500
010600 FD  DEMAND-REPORT.
010700 01  DEMAND-REPORT-LINE             PIC X(80).
010800
010900 FD  BUSDATE-FILE.
011000     COPY BUSDATE.
011100
011200 FD  PARM-CARD-FILE.
011300     COPY PARMREC.
011400
011500 FD  EXCEPTION-FILE.
011600     COPY EXCREC.
011700
011800 WORKING-STORAGE SECTION.
011900     COPY RETCODES.
012000
012100 01  WS-ENRL-STATUS                 PIC X(02) VALUE '00'.
012200     88  ENRL-STATUS-OK              VALUE '00'.
012300     88  ENRL-STATUS-EOF             VALUE '10'.
012400 01  WS-WAITLIST-STATUS             PIC X(02) VALUE '00'.
012500     88  WAITLIST-STATUS-OK          VALUE '00'.
012600     88  WAITLIST-STATUS-EOF         VALUE '10'.
012700 01  WS-HISTORY-STATUS              PIC X(02) VALUE '00'.
012800     88  HISTORY-STATUS-OK           VALUE '00'.
012900     88  HISTORY-STATUS-EOF          VALUE '10'.
013000 01  WS-COURSE-STATUS               PIC X(02) VALUE '00'.
013100     88  COURSE-STATUS-OK            VALUE '00'.
013200 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
013300     88  BUSDATE-STATUS-OK           VALUE '00'.
013400 01  WS-PARM-STATUS                 PIC X(02) VALUE '00'.
013500     88  PARM-STATUS-OK              VALUE '00'.
013600     88  PARM-STATUS-EOF             VALUE '10'.
013700
013800 01  WS-PARM-FOUND-SW               PIC X(01) VALUE 'N'.
013900     88  WS-PARM-FOUND               VALUE 'Y'.
014000 01  WS-SORT-EOF-SW                 PIC X(01) VALUE 'N'.
014100     88  SORT-AT-EOF                 VALUE 'Y'.
014200 01  WS-FIRST-COURSE-SW             PIC X(01) VALUE 'Y'.
014300     88  WS-FIRST-COURSE             VALUE 'Y'.
014400 01  WS-HAS-SEAT-SW                 PIC X(01) VALUE 'N'.
014500     88  WS-HAS-SEAT                 VALUE 'Y'.
014600 01  WS-UNMET-COUNTED-SW            PIC X(01) VALUE 'N'.
014700     88  WS-UNMET-COUNTED            VALUE 'Y'.
014800
014900*    SLOT 1 IS THE RUN TERM, SLOTS 2 AND 3 THE TWO PRIOR TERMS.
015000 01  WS-TERM-TABLE.
015100     05  WS-SLOT-TERM               PIC X(05) OCCURS 3 TIMES.
015200 01  WS-SLOT                        PIC 9(01) VALUE ZERO.
015300
015400*    A COURSE IS A NEW-SECTION CANDIDATE WHEN THE RUN TERM'S
015500*    NEVER-PROMOTED STUDENTS PASS THIS PERCENTAGE OF ONE
015600*    SECTION'S CAPACITY, AND A SECTION IS A CANCEL CANDIDATE
015700*    WHEN ITS SEATS TAKEN FALL BELOW THIS PERCENTAGE OF IT.
015800 01  WS-NEW-SECTION-PCT             PIC 9(03) VALUE 050.
015900 01  WS-MIN-FILL-PCT                PIC 9(03) VALUE 040.
016000
016100 01  WS-PREV-COURSE-ID              PIC X(08) VALUE SPACES.
016200 01  WS-PREV-SLOT                   PIC 9(01) VALUE ZERO.
016300 01  WS-PREV-STUDENT-ID             PIC 9(09) VALUE ZERO.
016400 01  WS-CAPACITY                    PIC 9(04) VALUE ZERO.
016500 01  WS-COURSE-TITLE                PIC X(30) VALUE SPACES.
016600 01  WS-DEMAND-WORK                 PIC 9(07) VALUE ZERO.
016700 01  WS-LIMIT-WORK                  PIC 9(07) VALUE ZERO.
016800
016900*    ONE COURSE'S SECTIONS, ACROSS ALL THREE TERMS.
017000 01  WS-SECT-TABLE.
017100     05  WS-SECT-ENTRY OCCURS 60 TIMES.
017200         10  WS-SECT-ID             PIC X(03).
017300         10  WS-SECT-SLOT OCCURS 3 TIMES.
017400             15  WS-SECT-SEATS      PIC 9(04) COMP.
017500             15  WS-SECT-WAITING    PIC 9(04) COMP.
017600             15  WS-SECT-NEVER      PIC 9(04) COMP.
017700 01  WS-SECT-COUNT                  PIC 9(04) COMP VALUE ZERO.
017800 01  WS-SECT-SUB                    PIC 9(04) COMP VALUE ZERO.
017900 01  WS-SECT-FOUND-SUB              PIC 9(04) COMP VALUE ZERO.
018000 01  WS-CRSE-TOTALS.
018100     05  WS-CRSE-SLOT OCCURS 3 TIMES.
018200         10  WS-CRSE-SEATS          PIC 9(05) COMP.
018300         10  WS-CRSE-WAITING        PIC 9(05) COMP.
018400         10  WS-CRSE-UNMET          PIC 9(05) COMP.
018500
018600 01  WS-HEADING-1.
018700     05  FILLER                     PIC X(32)
018800         VALUE 'SECTION DEMAND ANALYSIS - TERM '.
018900     05  WS-H1-TERM                 PIC X(05).
019000     05  FILLER                     PIC X(09) VALUE '   AS OF '.
019100     05  WS-H1-DATE                 PIC 9(08).
019200     05  FILLER                     PIC X(26) VALUE SPACES.
019300 01  WS-HEADING-2.
019400     05  FILLER                     PIC X(18)
019500         VALUE 'NEW SECTION WHEN '.
019600     05  WS-H2-NEW-PCT              PIC ZZ9.
019700     05  FILLER                     PIC X(34)
019800         VALUE '% OF CAPACITY UNMET, CANCEL UNDER '.
019900     05  WS-H2-FILL-PCT             PIC ZZ9.
020000     05  FILLER                     PIC X(22) VALUE '% FILLED'.
020100 01  WS-HEADING-3.
020200     05  FILLER                     PIC X(17)
020300         VALUE '             ----'.
020400     05  WS-H3-TERM-GROUP OCCURS 3 TIMES.
020500         10  FILLER                 PIC X(03) VALUE ' --'.
020600         10  WS-H3-TERM             PIC X(05).
020700         10  FILLER                 PIC X(08) VALUE '------- '.
020800     05  FILLER                     PIC X(15) VALUE SPACES.
020900 01  WS-HEADING-4.
021000     05  FILLER                     PIC X(17)
021100         VALUE '         SECTION '.
021200     05  WS-H4-COL-GROUP OCCURS 3 TIMES.
021300         10  FILLER                 PIC X(16)
021400             VALUE ' SEAT WAIT NEVR '.
021500     05  FILLER                     PIC X(15) VALUE 'FLAG'.
021600
021700 01  WS-COURSE-LINE.
021800     05  WS-CL-COURSE-ID            PIC X(08).
021900     05  FILLER                     PIC X(01) VALUE SPACE.
022000     05  WS-CL-TITLE                PIC X(30).
022100     05  FILLER                     PIC X(12)
022200         VALUE '  CAPACITY  '.
022300     05  WS-CL-CAPACITY             PIC X(09).
022400     05  FILLER                     PIC X(20) VALUE SPACES.
022500 01  WS-DETAIL-LINE.
022600     05  WS-DL-LABEL                PIC X(17).
022700     05  WS-DL-SLOT OCCURS 3 TIMES.
022800         10  FILLER                 PIC X(01) VALUE SPACE.
022900         10  WS-DL-SEATS            PIC ZZZ9.
023000         10  FILLER                 PIC X(01) VALUE SPACE.
023100         10  WS-DL-WAITING          PIC ZZZ9.
023200         10  FILLER                 PIC X(01) VALUE SPACE.
023300         10  WS-DL-NEVER            PIC ZZZ9.
023400         10  FILLER                 PIC X(01) VALUE SPACE.
023500     05  WS-DL-FLAG                 PIC X(15).
023600 01  WS-COUNT-EDIT                  PIC Z,ZZZ,ZZ9.
023700
023800 01  WS-ENRL-SELECTED               PIC 9(07) COMP VALUE ZERO.
023900 01  WS-WAITS-SELECTED              PIC 9(07) COMP VALUE ZERO.
024000 01  WS-HIST-SELECTED               PIC 9(07) COMP VALUE ZERO.
024100 01  WS-COURSES-REPORTED            PIC 9(07) COMP VALUE ZERO.
024200 01  WS-SECTIONS-REPORTED           PIC 9(07) COMP VALUE ZERO.
024300 01  WS-NEW-SECTION-FLAGS           PIC 9(07) COMP VALUE ZERO.
024400 01  WS-CANCEL-FLAGS                PIC 9(07) COMP VALUE ZERO.
024500
024600 01  WS-CURRENT-DATE-TIME.
024700     05  WS-TODAY-YYYYMMDD          PIC 9(08).
024800     05  WS-TIME-HHMMSSHH           PIC 9(08).
024900     05  FILLER                     PIC X(05).
025000
025100 PROCEDURE DIVISION.
025200 0000-MAINLINE.
025300     PERFORM 1000-INITIALIZE
025400         THRU 1000-INITIALIZE-EXIT.
025500
025600     IF NOT RC-SEVERE
025700         SORT SORT-WORK
025800             ON ASCENDING KEY SORT-COURSE-ID SORT-TERM-SLOT
025900                 SORT-STUDENT-ID SORT-REC-TYPE SORT-SECTION
026000             INPUT PROCEDURE IS 3000-SELECT-DEMAND
026100                 THRU 3000-SELECT-DEMAND-EXIT
026200             OUTPUT PROCEDURE IS 4000-PRINT-DEMAND
026300                 THRU 4000-PRINT-DEMAND-EXIT
026400     END-IF.
026500
026600     PERFORM 9000-FINISH
026700         THRU 9000-FINISH-EXIT.
026800
026900     MOVE WS-RETURN-CODE TO RETURN-CODE.
027000     GO TO 9999-EXIT.
027100
027200 1000-INITIALIZE.
027300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
027400     PERFORM 1050-GET-BUSINESS-DATE
027500         THRU 1050-GET-BUSINESS-DATE-EXIT.
027600*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
027700*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
027800     OPEN OUTPUT EXCEPTION-FILE.
027900     OPEN OUTPUT DEMAND-REPORT.
028000     MOVE SPACES TO WS-TERM-TABLE.
028100     PERFORM 1080-READ-PARM-CARD
028200         THRU 1080-READ-PARM-CARD-EXIT.
028300     IF NOT WS-PARM-FOUND
028400         DISPLAY 'ENTER TERM TO ANALYZE (E.G. 2026F): '
028500         ACCEPT WS-SLOT-TERM(1)
028600         DISPLAY 'ENTER PRIOR TERM (BLANK FOR NONE): '
028700         ACCEPT WS-SLOT-TERM(2)
028800         DISPLAY 'ENTER TERM BEFORE THAT (BLANK FOR NONE): '
028900         ACCEPT WS-SLOT-TERM(3)
029000     END-IF.
029100     IF WS-SLOT-TERM(1) = SPACES
029200         DISPLAY 'SECTDMND - NO TERM GIVEN, NOTHING DONE'
029300         SET RC-SEVERE TO TRUE
029400         GO TO 1000-INITIALIZE-EXIT
029500     END-IF.
029600     OPEN INPUT ENROLLMENT-FILE.
029700     IF NOT ENRL-STATUS-OK
029800         DISPLAY 'SECTDMND - UNABLE TO OPEN ENRLMAST, STATUS='
029900             WS-ENRL-STATUS
030000         SET RC-SEVERE TO TRUE
030100         GO TO 1000-INITIALIZE-EXIT
030200     END-IF.
030300     OPEN INPUT COURSE-CATALOG.
030400     IF NOT COURSE-STATUS-OK
030500         DISPLAY 'SECTDMND - UNABLE TO OPEN CRSECAT, STATUS='
030600             WS-COURSE-STATUS
030700         SET RC-SEVERE TO TRUE
030800         GO TO 1000-INITIALIZE-EXIT
030900     END-IF.
031000 1000-INITIALIZE-EXIT.
031100     EXIT.
031200
031300 1050-GET-BUSINESS-DATE.
031400*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
031500*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
031600*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
031700*    CLOCK TIME FIELD STAYS REAL.
031800     OPEN INPUT BUSDATE-FILE.
031900     IF NOT BUSDATE-STATUS-OK
032000         GO TO 1050-GET-BUSINESS-DATE-EXIT
032100     END-IF.
032200     READ BUSDATE-FILE
032300         AT END
032400             CLOSE BUSDATE-FILE
032500             GO TO 1050-GET-BUSINESS-DATE-EXIT
032600     END-READ.
032700     CLOSE BUSDATE-FILE.
032800     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
032900             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
033000         DISPLAY 'SECTDMND - RUNNING AS OF BUSINESS DATE '
033100             BUS-DATE
033200         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
033300     END-IF.
033400 1050-GET-BUSINESS-DATE-EXIT.
033500     EXIT.
033600
033700 1080-READ-PARM-CARD.
033800*    CARD LAYOUT - COLS 9-13 TERM, 14-18 PRIOR TERM, 19-23 THE
033900*    TERM BEFORE THAT, 24-26 NEW-SECTION PERCENTAGE, 27-29
034000*    MINIMUM-FILL PERCENTAGE.  A BLANK OR ZERO PERCENTAGE
034100*    KEEPS THE DEFAULT.
034200     MOVE 'N' TO WS-PARM-FOUND-SW.
034300     OPEN INPUT PARM-CARD-FILE.
034400     IF NOT PARM-STATUS-OK
034500         GO TO 1080-READ-PARM-CARD-EXIT
034600     END-IF.
034700     PERFORM 1081-SCAN-ONE-CARD
034800         THRU 1081-SCAN-ONE-CARD-EXIT
034900         UNTIL PARM-STATUS-EOF OR WS-PARM-FOUND.
035000     CLOSE PARM-CARD-FILE.
035100 1080-READ-PARM-CARD-EXIT.
035200     EXIT.
035300
035400 1081-SCAN-ONE-CARD.
035500     READ PARM-CARD-FILE
035600         AT END SET PARM-STATUS-EOF TO TRUE
035700     END-READ.
035800     IF PARM-STATUS-EOF
035900         GO TO 1081-SCAN-ONE-CARD-EXIT
036000     END-IF.
036100     IF PARM-PROGRAM-ID = 'SECTDMND'
036200             AND PARM-OPTIONS(1:5) NOT = SPACES
036300         SET WS-PARM-FOUND TO TRUE
036400         MOVE PARM-OPTIONS(1:5)  TO WS-SLOT-TERM(1)
036500         MOVE PARM-OPTIONS(6:5)  TO WS-SLOT-TERM(2)
036600         MOVE PARM-OPTIONS(11:5) TO WS-SLOT-TERM(3)
036700         IF PARM-OPTIONS(16:3) IS NUMERIC
036800                 AND PARM-OPTIONS(16:3) NOT = '000'
036900             MOVE PARM-OPTIONS(16:3) TO WS-NEW-SECTION-PCT
037000         END-IF
037100         IF PARM-OPTIONS(19:3) IS NUMERIC
037200                 AND PARM-OPTIONS(19:3) NOT = '000'
037300             MOVE PARM-OPTIONS(19:3) TO WS-MIN-FILL-PCT
037400         END-IF
037500     END-IF.
037600 1081-SCAN-ONE-CARD-EXIT.
037700     EXIT.
037800
037900 3000-SELECT-DEMAND.
038000*    THE RUN TERM COMES FROM THE LIVE FILES UNTIL TERMROLL
038100*    MOVES IT TO ENRLHIST - THE ROLLOVER EMPTIES ONE AS IT
038200*    FILLS THE OTHER, SO NOTHING IS COUNTED TWICE.
038300     MOVE LOW-VALUES TO ENRL-KEY.
038400     START ENROLLMENT-FILE KEY IS NOT LESS THAN ENRL-KEY
038500         INVALID KEY SET ENRL-STATUS-EOF TO TRUE
038600     END-START.
038700     PERFORM 3100-SELECT-ONE-ENROLLMENT
038800         THRU 3100-SELECT-ONE-ENROLLMENT-EXIT
038900         UNTIL ENRL-STATUS-EOF.
039000     OPEN INPUT WAITLIST-FILE.
039100     IF WAITLIST-STATUS-OK
039200         PERFORM 3200-SELECT-ONE-WAIT
039300             THRU 3200-SELECT-ONE-WAIT-EXIT
039400             UNTIL WAITLIST-STATUS-EOF
039500         CLOSE WAITLIST-FILE
039600     END-IF.
039700     OPEN INPUT ENROLLMENT-HISTORY.
039800     IF HISTORY-STATUS-OK
039900         PERFORM 3300-SELECT-ONE-HISTORY
040000             THRU 3300-SELECT-ONE-HISTORY-EXIT
040100             UNTIL HISTORY-STATUS-EOF
040200         CLOSE ENROLLMENT-HISTORY
040300     END-IF.
040400 3000-SELECT-DEMAND-EXIT.
040500     EXIT.
040600
040700 3100-SELECT-ONE-ENROLLMENT.
040800     READ ENROLLMENT-FILE NEXT
040900         AT END SET ENRL-STATUS-EOF TO TRUE
041000     END-READ.
041100     IF NOT ENRL-STATUS-OK
041200         SET ENRL-STATUS-EOF TO TRUE
041300         GO TO 3100-SELECT-ONE-ENROLLMENT-EXIT
041400     END-IF.
041500*    A LATE WITHDRAWAL NEVER FREES ITS SEAT, SO IT COUNTS AS
041600*    TAKEN ALONGSIDE THE REGISTERED ONES.
041700     IF ENRL-TERM NOT = WS-SLOT-TERM(1)
041800             OR NOT (ENRL-REGISTERED OR ENRL-WITHDRAWN)
041900         GO TO 3100-SELECT-ONE-ENROLLMENT-EXIT
042000     END-IF.
042100     MOVE ENRL-COURSE-ID  TO SORT-COURSE-ID.
042200     MOVE 1               TO SORT-TERM-SLOT.
042300     MOVE ENRL-STUDENT-ID TO SORT-STUDENT-ID.
042400     SET SORT-IS-SEAT     TO TRUE.
042500     MOVE ENRL-SECTION    TO SORT-SECTION.
042600     RELEASE SORT-DEMAND-RECORD.
042700     ADD 1 TO WS-ENRL-SELECTED.
042800 3100-SELECT-ONE-ENROLLMENT-EXIT.
042900     EXIT.
043000
043100 3200-SELECT-ONE-WAIT.
043200     READ WAITLIST-FILE
043300         AT END SET WAITLIST-STATUS-EOF TO TRUE
043400     END-READ.
043500     IF WAITLIST-STATUS-EOF
043600         GO TO 3200-SELECT-ONE-WAIT-EXIT
043700     END-IF.
043800     IF WAIT-TERM NOT = WS-SLOT-TERM(1)
043900             OR NOT WAIT-WAITING
044000         GO TO 3200-SELECT-ONE-WAIT-EXIT
044100     END-IF.
044200     MOVE WAIT-COURSE-ID  TO SORT-COURSE-ID.
044300     MOVE 1               TO SORT-TERM-SLOT.
044400     MOVE WAIT-STUDENT-ID TO SORT-STUDENT-ID.
044500     SET SORT-IS-WAITING  TO TRUE.
044600     MOVE WAIT-SECTION    TO SORT-SECTION.
044700     RELEASE SORT-DEMAND-RECORD.
044800     ADD 1 TO WS-WAITS-SELECTED.
044900 3200-SELECT-ONE-WAIT-EXIT.
045000     EXIT.
045100
045200 3300-SELECT-ONE-HISTORY.
045300     READ ENROLLMENT-HISTORY
045400         AT END SET HISTORY-STATUS-EOF TO TRUE
045500     END-READ.
045600     IF HISTORY-STATUS-EOF
045700         GO TO 3300-SELECT-ONE-HISTORY-EXIT
045800     END-IF.
045900     IF HIST-STUDENT-ID IS NOT NUMERIC
046000         GO TO 3300-SELECT-ONE-HISTORY-EXIT
046100     END-IF.
046200     EVALUATE HIST-TERM
046300         WHEN WS-SLOT-TERM(1)
046400             MOVE 1 TO WS-SLOT
046500         WHEN WS-SLOT-TERM(2)
046600             MOVE 2 TO WS-SLOT
046700         WHEN WS-SLOT-TERM(3)
046800             MOVE 3 TO WS-SLOT
046900         WHEN OTHER
047000             GO TO 3300-SELECT-ONE-HISTORY-EXIT
047100     END-EVALUATE.
047200     IF HIST-SEAT-TAKEN
047300         SET SORT-IS-SEAT TO TRUE
047400     ELSE
047500         IF HIST-STILL-WAITING
047600             SET SORT-IS-WAITING TO TRUE
047700         ELSE
047800             GO TO 3300-SELECT-ONE-HISTORY-EXIT
047900         END-IF
048000     END-IF.
048100     MOVE HIST-COURSE-ID    TO SORT-COURSE-ID.
048200     MOVE WS-SLOT           TO SORT-TERM-SLOT.
048300     MOVE HIST-STUDENT-ID-N TO SORT-STUDENT-ID.
048400     MOVE HIST-SECTION      TO SORT-SECTION.
048500     RELEASE SORT-DEMAND-RECORD.
048600     ADD 1 TO WS-HIST-SELECTED.
048700 3300-SELECT-ONE-HISTORY-EXIT.
048800     EXIT.
048900
049000 4000-PRINT-DEMAND.
049100     PERFORM 4050-WRITE-HEADINGS
049200         THRU 4050-WRITE-HEADINGS-EXIT.
049300     PERFORM 4100-RETURN-NEXT
049400         THRU 4100-RETURN-NEXT-EXIT
049500         UNTIL SORT-AT-EOF.
049600     IF NOT WS-FIRST-COURSE
049700         PERFORM 4500-PRINT-COURSE
049800             THRU 4500-PRINT-COURSE-EXIT
049900     END-IF.
050000     MOVE SPACES TO DEMAND-REPORT-LINE.
050100     WRITE DEMAND-REPORT-LINE.
050200     MOVE WS-NEW-SECTION-FLAGS TO WS-COUNT-EDIT.
050300     MOVE SPACES TO DEMAND-REPORT-LINE.
050400     STRING 'NEW-SECTION CANDIDATES : ' WS-COUNT-EDIT
050500         DELIMITED BY SIZE
050600         INTO DEMAND-REPORT-LINE
050700     END-STRING.
050800     WRITE DEMAND-REPORT-LINE.
050900     MOVE WS-CANCEL-FLAGS TO WS-COUNT-EDIT.
051000     MOVE SPACES TO DEMAND-REPORT-LINE.
051100     STRING 'CANCEL CANDIDATES      : ' WS-COUNT-EDIT
051200         DELIMITED BY SIZE
051300         INTO DEMAND-REPORT-LINE
051400     END-STRING.
051500     WRITE DEMAND-REPORT-LINE.
051600 4000-PRINT-DEMAND-EXIT.
051700     EXIT.
051800
051900 4050-WRITE-HEADINGS.
052000     MOVE WS-SLOT-TERM(1)    TO WS-H1-TERM.
052100     MOVE WS-TODAY-YYYYMMDD  TO WS-H1-DATE.
052200     WRITE DEMAND-REPORT-LINE FROM WS-HEADING-1.
052300     MOVE WS-NEW-SECTION-PCT TO WS-H2-NEW-PCT.
052400     MOVE WS-MIN-FILL-PCT    TO WS-H2-FILL-PCT.
052500     WRITE DEMAND-REPORT-LINE FROM WS-HEADING-2.
052600     MOVE SPACES TO DEMAND-REPORT-LINE.
052700     WRITE DEMAND-REPORT-LINE.
052800     MOVE WS-SLOT-TERM(1) TO WS-H3-TERM(1).
052900     MOVE WS-SLOT-TERM(2) TO WS-H3-TERM(2).
053000     MOVE WS-SLOT-TERM(3) TO WS-H3-TERM(3).
053100     WRITE DEMAND-REPORT-LINE FROM WS-HEADING-3.
053200     WRITE DEMAND-REPORT-LINE FROM WS-HEADING-4.
053300 4050-WRITE-HEADINGS-EXIT.
053400     EXIT.
053500
053600 4100-RETURN-NEXT.
053700     RETURN SORT-WORK INTO SORT-DEMAND-RECORD
053800         AT END SET SORT-AT-EOF TO TRUE
053900     END-RETURN.
054000     IF SORT-AT-EOF
054100         GO TO 4100-RETURN-NEXT-EXIT
054200     END-IF.
054300     IF WS-FIRST-COURSE
054400             OR SORT-COURSE-ID NOT = WS-PREV-COURSE-ID
054500         IF NOT WS-FIRST-COURSE
054600             PERFORM 4500-PRINT-COURSE
054700                 THRU 4500-PRINT-COURSE-EXIT
054800         END-IF
054900         MOVE 'N' TO WS-FIRST-COURSE-SW
055000         MOVE SORT-COURSE-ID TO WS-PREV-COURSE-ID
055100         MOVE ZERO TO WS-PREV-SLOT
055200         MOVE ZERO TO WS-SECT-COUNT
055300         INITIALIZE WS-SECT-TABLE
055400         INITIALIZE WS-CRSE-TOTALS
055500     END-IF.
055600*    EACH STUDENT'S SEATS SORT AHEAD OF THEIR WAITLIST ENTRIES
055700*    FOR THE SAME COURSE AND TERM, SO BY THE TIME A WAIT IS
055800*    SEEN IT IS KNOWN WHETHER THEY GOT IN ANYWHERE ELSE.
055900     IF SORT-TERM-SLOT NOT = WS-PREV-SLOT
056000             OR SORT-STUDENT-ID NOT = WS-PREV-STUDENT-ID
056100         MOVE 'N' TO WS-HAS-SEAT-SW
056200         MOVE 'N' TO WS-UNMET-COUNTED-SW
056300         MOVE SORT-TERM-SLOT  TO WS-PREV-SLOT
056400         MOVE SORT-STUDENT-ID TO WS-PREV-STUDENT-ID
056500     END-IF.
056600     PERFORM 4200-FIND-SECTION
056700         THRU 4200-FIND-SECTION-EXIT.
056800     IF WS-SECT-FOUND-SUB = ZERO
056900         GO TO 4100-RETURN-NEXT-EXIT
057000     END-IF.
057100     MOVE SORT-TERM-SLOT TO WS-SLOT.
057200     IF SORT-IS-SEAT
057300         SET WS-HAS-SEAT TO TRUE
057400         ADD 1 TO WS-SECT-SEATS(WS-SECT-FOUND-SUB, WS-SLOT)
057500         ADD 1 TO WS-CRSE-SEATS(WS-SLOT)
057600         GO TO 4100-RETURN-NEXT-EXIT
057700     END-IF.
057800     ADD 1 TO WS-SECT-WAITING(WS-SECT-FOUND-SUB, WS-SLOT).
057900     ADD 1 TO WS-CRSE-WAITING(WS-SLOT).
058000     IF NOT WS-HAS-SEAT
058100         ADD 1 TO WS-SECT-NEVER(WS-SECT-FOUND-SUB, WS-SLOT)
058200*        WAITING IN TWO SECTIONS IS STILL ONE STUDENT SHORT.
058300         IF NOT WS-UNMET-COUNTED
058400             ADD 1 TO WS-CRSE-UNMET(WS-SLOT)
058500             SET WS-UNMET-COUNTED TO TRUE
058600         END-IF
058700     END-IF.
058800 4100-RETURN-NEXT-EXIT.
058900     EXIT.
059000
059100 4200-FIND-SECTION.
059200     MOVE ZERO TO WS-SECT-FOUND-SUB.
059300     PERFORM 4210-MATCH-ONE-SECTION
059400         THRU 4210-MATCH-ONE-SECTION-EXIT
059500         VARYING WS-SECT-SUB FROM 1 BY 1
059600         UNTIL WS-SECT-SUB > WS-SECT-COUNT
059700             OR WS-SECT-FOUND-SUB > ZERO.
059800     IF WS-SECT-FOUND-SUB > ZERO
059900         GO TO 4200-FIND-SECTION-EXIT
060000     END-IF.
060100     IF WS-SECT-COUNT NOT < 60
060200         MOVE 'E263' TO EXC-REASON-CODE
060300         MOVE 'SECTION TABLE FULL - SECTION NOT COUNTED' TO
060400             EXC-REASON-TEXT
060500         PERFORM 4900-WRITE-EXCEPTION
060600             THRU 4900-WRITE-EXCEPTION-EXIT
060700         GO TO 4200-FIND-SECTION-EXIT
060800     END-IF.
060900     ADD 1 TO WS-SECT-COUNT.
061000     MOVE SORT-SECTION TO WS-SECT-ID(WS-SECT-COUNT).
061100     MOVE WS-SECT-COUNT TO WS-SECT-FOUND-SUB.
061200 4200-FIND-SECTION-EXIT.
061300     EXIT.
061400
061500 4210-MATCH-ONE-SECTION.
061600     IF WS-SECT-ID(WS-SECT-SUB) = SORT-SECTION
061700         MOVE WS-SECT-SUB TO WS-SECT-FOUND-SUB
061800     END-IF.
061900 4210-MATCH-ONE-SECTION-EXIT.
062000     EXIT.
062100
062200 4500-PRINT-COURSE.
062300     ADD 1 TO WS-COURSES-REPORTED.
062400     MOVE WS-PREV-COURSE-ID TO COURSE-ID.
062500     READ COURSE-CATALOG
062600         INVALID KEY
062700             MOVE '** NOT IN CATALOG **' TO COURSE-TITLE
062800             MOVE ZERO TO COURSE-CAPACITY
062900     END-READ.
063000     IF COURSE-CAPACITY IS NOT NUMERIC
063100         MOVE ZERO TO COURSE-CAPACITY
063200     END-IF.
063300     MOVE COURSE-CAPACITY TO WS-CAPACITY.
063400     MOVE SPACES TO DEMAND-REPORT-LINE.
063500     WRITE DEMAND-REPORT-LINE.
063600     MOVE WS-PREV-COURSE-ID TO WS-CL-COURSE-ID.
063700     MOVE COURSE-TITLE      TO WS-CL-TITLE.
063800*    ZERO CAPACITY IS UNLIMITED (SEE COURSREC) - NEITHER FLAG
063900*    APPLIES TO SUCH A COURSE.
064000     IF WS-CAPACITY = ZERO
064100         MOVE 'UNLIMITED' TO WS-CL-CAPACITY
064200     ELSE
064300         MOVE WS-CAPACITY TO WS-COUNT-EDIT
064400         MOVE WS-COUNT-EDIT TO WS-CL-CAPACITY
064500     END-IF.
064600     WRITE DEMAND-REPORT-LINE FROM WS-COURSE-LINE.
064700     PERFORM 4600-PRINT-ONE-SECTION
064800         THRU 4600-PRINT-ONE-SECTION-EXIT
064900         VARYING WS-SECT-SUB FROM 1 BY 1
065000         UNTIL WS-SECT-SUB > WS-SECT-COUNT.
065100     MOVE '   COURSE TOTAL  ' TO WS-DL-LABEL.
065200     MOVE SPACES TO WS-DL-FLAG.
065300     PERFORM 4700-MOVE-COURSE-SLOT
065400         THRU 4700-MOVE-COURSE-SLOT-EXIT
065500         VARYING WS-SLOT FROM 1 BY 1
065600         UNTIL WS-SLOT > 3.
065700     IF WS-CAPACITY > ZERO
065800         COMPUTE WS-DEMAND-WORK = WS-CRSE-UNMET(1) * 100
065900         COMPUTE WS-LIMIT-WORK = WS-CAPACITY * WS-NEW-SECTION-PCT
066000         IF WS-DEMAND-WORK > WS-LIMIT-WORK
066100             MOVE 'ADD SECTION' TO WS-DL-FLAG
066200             ADD 1 TO WS-NEW-SECTION-FLAGS
066300         END-IF
066400     END-IF.
066500     WRITE DEMAND-REPORT-LINE FROM WS-DETAIL-LINE.
066600 4500-PRINT-COURSE-EXIT.
066700     EXIT.
066800
066900 4600-PRINT-ONE-SECTION.
067000     ADD 1 TO WS-SECTIONS-REPORTED.
067100     MOVE SPACES TO WS-DL-LABEL.
067200     MOVE WS-SECT-ID(WS-SECT-SUB) TO WS-DL-LABEL(10:3).
067300     MOVE SPACES TO WS-DL-FLAG.
067400     PERFORM 4610-MOVE-SECTION-SLOT
067500         THRU 4610-MOVE-SECTION-SLOT-EXIT
067600         VARYING WS-SLOT FROM 1 BY 1
067700         UNTIL WS-SLOT > 3.
067800*    ONLY A SECTION RUNNING IN THE RUN TERM CAN BE CANCELLED.
067900     IF WS-CAPACITY > ZERO
068000             AND (WS-SECT-SEATS(WS-SECT-SUB, 1) > ZERO
068100                 OR WS-SECT-WAITING(WS-SECT-SUB, 1) > ZERO)
068200         COMPUTE WS-DEMAND-WORK =
068300             WS-SECT-SEATS(WS-SECT-SUB, 1) * 100
068400         COMPUTE WS-LIMIT-WORK = WS-CAPACITY * WS-MIN-FILL-PCT
068500         IF WS-DEMAND-WORK < WS-LIMIT-WORK
068600             MOVE 'LOW FILL-CANCEL' TO WS-DL-FLAG
068700             ADD 1 TO WS-CANCEL-FLAGS
068800         END-IF
068900     END-IF.
069000     WRITE DEMAND-REPORT-LINE FROM WS-DETAIL-LINE.
069100 4600-PRINT-ONE-SECTION-EXIT.
069200     EXIT.
069300
069400 4610-MOVE-SECTION-SLOT.
069500     MOVE WS-SECT-SEATS(WS-SECT-SUB, WS-SLOT)
069600         TO WS-DL-SEATS(WS-SLOT).
069700     MOVE WS-SECT-WAITING(WS-SECT-SUB, WS-SLOT)
069800         TO WS-DL-WAITING(WS-SLOT).
069900     MOVE WS-SECT-NEVER(WS-SECT-SUB, WS-SLOT)
070000         TO WS-DL-NEVER(WS-SLOT).
070100 4610-MOVE-SECTION-SLOT-EXIT.
070200     EXIT.
070300
070400 4700-MOVE-COURSE-SLOT.
070500     MOVE WS-CRSE-SEATS(WS-SLOT)   TO WS-DL-SEATS(WS-SLOT).
070600     MOVE WS-CRSE-WAITING(WS-SLOT) TO WS-DL-WAITING(WS-SLOT).
070700     MOVE WS-CRSE-UNMET(WS-SLOT)   TO WS-DL-NEVER(WS-SLOT).
070800 4700-MOVE-COURSE-SLOT-EXIT.
070900     EXIT.
071000
071100 4900-WRITE-EXCEPTION.
071200     MOVE SPACES TO EXC-KEY-VALUE.
071300     STRING SORT-COURSE-ID '/' SORT-SECTION
071400         DELIMITED BY SIZE
071500         INTO EXC-KEY-VALUE
071600     END-STRING.
071700     MOVE 'SECTDMND' TO EXC-PROGRAM-ID.
071800     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
071900     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
072000     MOVE SPACES TO EXC-OPERATOR-ID.
072100     WRITE EXC-RECORD.
072200     SET RC-WARNING TO TRUE.
072300 4900-WRITE-EXCEPTION-EXIT.
072400     EXIT.
072500
072600 9000-FINISH.
072700     CLOSE ENROLLMENT-FILE.
072800     CLOSE COURSE-CATALOG.
072900     CLOSE DEMAND-REPORT.
073000     CLOSE EXCEPTION-FILE.
073100     DISPLAY 'SECTDMND - TERM               : ' WS-SLOT-TERM(1).
073200     DISPLAY 'SECTDMND - ENROLLMENTS READ   : ' WS-ENRL-SELECTED.
073300     DISPLAY 'SECTDMND - WAITLIST READ      : '
073400         WS-WAITS-SELECTED.
073500     DISPLAY 'SECTDMND - HISTORY READ       : ' WS-HIST-SELECTED.
073600     DISPLAY 'SECTDMND - COURSES REPORTED   : '
073700         WS-COURSES-REPORTED.
073800     DISPLAY 'SECTDMND - SECTIONS REPORTED  : '
073900         WS-SECTIONS-REPORTED.
074000     DISPLAY 'SECTDMND - NEW-SECTION FLAGS  : '
074100         WS-NEW-SECTION-FLAGS.
074200     DISPLAY 'SECTDMND - CANCEL FLAGS       : ' WS-CANCEL-FLAGS.
074300     DISPLAY 'SECTDMND - RETURN CODE        : ' WS-RETURN-CODE.
074400 9000-FINISH-EXIT.
074500     EXIT.
074600
074700 9999-EXIT.
074800     STOP RUN.
