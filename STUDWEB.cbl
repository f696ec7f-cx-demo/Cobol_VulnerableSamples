003500*                    MASTERS, FUNC=REG CAPTURE IS REFUSED WITH
003600*                    A NIGHTLY-PROCESSING MESSAGE AND INQUIRY
003700*                    STAYS UP.
003800*   2026-10-15 RLW  FUNC=REG IS REFUSED FOR A STUDENT WITH ANY
003900*                    HOLD ON THE STUHOLD FILE (SEE REGHOLD) -
004000*                    THE PAGE NAMES THE OFFICE TO SEE, NEVER THE
004100*                    HOLD REASON, AND THE REFUSAL GOES TO THE
004200*                    CGAU QUEUE AS A 'WHLD' EVENT.
004300*   2026-10-15 RLW  EVERY REQUEST NOW CARRIES A PIN FORM FIELD,
004400*                    CHECKED AGAINST THE SALTED HASH ON THE
004500*                    WEBCRED CREDENTIAL FILE (SEE WEBCRED AND
004600*                    PINHASH) BEFORE THE INQUIRY OR THE
004700*                    REGISTRATION PATH RUNS - A STUDENT-ID ALONE
004800*                    NO LONGER OPENS A RECORD.  EACH FAILURE
004900*                    GOES TO THE CGAU QUEUE AS A 'WPNF' EVENT;
005000*                    WS-PIN-MAX-FAILS IN A ROW LOCK THE ACCOUNT,
005100*                    LOGGED AS A 'WLCK' EVENT, UNTIL PINISSUE
005200*                    RESETS IT.
005300*   2026-10-15 RLW  EVERY AUDIT RECORD NOW CARRIES THE FULL
005400*                    NINE-DIGIT STUDENT-ID IN THE CGAUDIT
005500*                    EXTENSION, WITH 'WEBSELF' AS THE OPERATOR -
005600*                    ON THIS TRANSACTION THE STUDENT IS LOOKING
005700*                    AT THEIR OWN RECORD.
005800*================================================================
005900 DATA DIVISION.
006000 WORKING-STORAGE SECTION.
006100 COPY RETCODES.
006200
006300 01  WS-FORM-ID                  PIC X(20) VALUE SPACES.
006400 01  WS-RID-STUDENT-ID           PIC 9(09) VALUE ZERO.
006500 01  WS-ID-VALID-SW              PIC X(01) VALUE 'N'.
006600     88  WS-ID-IS-VALID          VALUE 'Y'.
006700
006800*    PIN CHECK (SEE WEBCRED AND PINHASH) - THE CREDENTIAL IS
006900*    READ FOR UPDATE SO THE FAILURE COUNT AND THE LOCK ARE
007000*    KEPT ON EVERY ATTEMPT.
007100 01  WS-FORM-PIN                 PIC X(20) VALUE SPACES.
007200 01  WS-PIN-ACCEPTED-SW          PIC X(01) VALUE 'N'.
007300     88  WS-PIN-ACCEPTED         VALUE 'Y'.
007400 01  WS-RID-CRED-KEY.
007500     05  WS-RID-CRED-TYPE        PIC X(01) VALUE 'S'.
007600     05  WS-RID-CRED-USER-ID     PIC X(20) VALUE SPACES.
007700     COPY WEBCRED.
007800     COPY PINHASH.
007900
008000*    REGISTRATION FORM FIELDS - FUNC=REG PICKS THE REGISTRATION
008100*    PATH, ANYTHING ELSE IS THE ORIGINAL INQUIRY.
008200 01  WS-FORM-FUNC                PIC X(08) VALUE SPACES.
008300     88  WS-FUNC-REGISTER        VALUE 'REG'.
008400 01  WS-FORM-COURSE              PIC X(08) VALUE SPACES.
008500 01  WS-FORM-TERM                PIC X(05) VALUE SPACES.
008600 01  WS-FORM-SECTION             PIC X(03) VALUE SPACES.
008700 01  WS-REG-ERROR-MSG            PIC X(40) VALUE SPACES.
008800
008900*    ONLINE/BATCH QUIESCE STATE (SEE QSCREC) - WHILE THE CYCLE
009000*    HOLDS THE MASTERS, REGISTRATION CAPTURE IS REFUSED AND
009100*    INQUIRY STAYS UP.
009200 COPY QSCREC.
009300 01  WS-RID-QSC-RESOURCE         PIC X(08) VALUE 'STUDENT'.
009400 01  WS-QUIESCED-SW              PIC X(01) VALUE 'N'.
009500     88  WS-MASTER-QUIESCED      VALUE 'Y'.
009600
009700*    REGISTRATION HOLDS (SEE REGHOLD) - READ GENERIC ON THE
009800*    STUDENT-ID PART OF THE KEY, SO ANY HOLD TYPE IS FOUND.
009900 COPY REGHOLD.
010000 01  WS-RID-HOLD-KEY.
010100     05  WS-RID-HOLD-STUDENT-ID  PIC 9(09) VALUE ZERO.
010200     05  WS-RID-HOLD-TYPE        PIC X(01) VALUE LOW-VALUE.
010300 01  WS-HOLD-FOUND-SW            PIC X(01) VALUE 'N'.
010400     88  WS-HOLD-FOUND           VALUE 'Y'.
010500
010600*    THE REQUEST RECORD EXACTLY AS CRSEREG READS IT OFF ENRLREQ.
010700 01  WS-ENRL-REQUEST.
010800     05  WRQ-STUDENT-ID          PIC 9(09).
010900     05  FILLER                  PIC X(01) VALUE SPACE.
011000     05  WRQ-COURSE-ID           PIC X(08).
011100     05  FILLER                  PIC X(01) VALUE SPACE.
011200     05  WRQ-TERM                PIC X(05).
011300     05  FILLER                  PIC X(01) VALUE SPACE.
011400     05  WRQ-SECTION             PIC X(03).
011500
011600     COPY STUDWS.
011700
011800*    CATALOG RECORD AS READ FROM THE 'CRSECAT' FCT ENTRY.
011900     COPY COURSREC.
012000
012100 01  WS-GPA-NUM                  PIC 9(01)V9(02) VALUE ZERO.
012200 01  WS-GPA-EDIT                 PIC 9.99.
012300
012400 01  WS-RESP                     PIC S9(08) COMP VALUE ZERO.
012500 01  WS-RESP2                    PIC S9(08) COMP VALUE ZERO.
012600
012700 01  WS-RESPONSE-HTML            PIC X(250) VALUE SPACES.
012800 01  WS-RESPONSE-LEN             PIC S9(04) COMP VALUE ZERO.
012900
013000 COPY CGAUDIT.
013100
013200 01  WS-CURRENT-DATE-TIME.
013300     05  WS-TODAY-YYYYMMDD       PIC 9(08).
013400     05  WS-TIME-HHMMSSHH        PIC 9(08).
013500     05  FILLER                  PIC X(05).
013600
013700 PROCEDURE DIVISION.
013800 0000-MAINLINE.
013900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
014000
014100     PERFORM 2000-READ-ID-FIELD
014200         THRU 2000-READ-ID-FIELD-EXIT.
014300
014400     PERFORM 2100-VALIDATE-STUDENT-ID
014500         THRU 2100-VALIDATE-STUDENT-ID-EXIT.
014600
014700     PERFORM 2200-READ-FUNC-FIELD
014800         THRU 2200-READ-FUNC-FIELD-EXIT.
014900
015000     IF WS-ID-IS-VALID
015100         PERFORM 2300-CHECK-PIN
015200             THRU 2300-CHECK-PIN-EXIT
015300     END-IF.
015400
015500     IF NOT WS-ID-IS-VALID
015600         PERFORM 4100-BUILD-ERROR-RESPONSE
015700             THRU 4100-BUILD-ERROR-RESPONSE-EXIT
015800     ELSE
015900         IF NOT WS-PIN-ACCEPTED
016000             PERFORM 4150-BUILD-SIGNON-ERROR
016100                 THRU 4150-BUILD-SIGNON-ERROR-EXIT
016200         ELSE
016300             IF WS-FUNC-REGISTER
016400                 PERFORM 6000-QUEUE-REGISTRATION
016500                     THRU 6000-QUEUE-REGISTRATION-EXIT
016600             ELSE
016700                 PERFORM 3000-READ-STUDENT
016800                     THRU 3000-READ-STUDENT-EXIT
016900             END-IF
017000         END-IF
017100     END-IF.
017200
017300     PERFORM 5000-SEND-RESPONSE
017400         THRU 5000-SEND-RESPONSE-EXIT.
017500     GO TO 9999-EXIT.
017600
017700 2000-READ-ID-FIELD.
017800     EXEC CICS
017900         WEB READ
018000         FORMFIELD('ID')
018100         VALUE(WS-FORM-ID)
018200         RESP(WS-RESP)
018300         RESP2(WS-RESP2)
018400     END-EXEC.
018500     MOVE 'WEBR' TO CGAUD-EVENT-TYPE.
018600     MOVE 'ID' TO CGAUD-RESOURCE-NAME.
018700     PERFORM 7000-WRITE-AUDIT-RECORD
018800         THRU 7000-WRITE-AUDIT-RECORD-EXIT.
018900 2000-READ-ID-FIELD-EXIT.
019000     EXIT.
019100
019200 2200-READ-FUNC-FIELD.
019300*    THE FUNC FIELD IS OPTIONAL - A MISSING FIELD LEAVES THE
019400*    ORIGINAL INQUIRY BEHAVIOR UNTOUCHED.
019500     MOVE SPACES TO WS-FORM-FUNC.
019600     EXEC CICS
019700         WEB READ
019800         FORMFIELD('FUNC')
019900         VALUE(WS-FORM-FUNC)
020000         RESP(WS-RESP)
020100         RESP2(WS-RESP2)
020200     END-EXEC.
020300     IF WS-RESP NOT = DFHRESP(NORMAL)
020400         MOVE SPACES TO WS-FORM-FUNC
020500     END-IF.
020600 2200-READ-FUNC-FIELD-EXIT.
020700     EXIT.
020800
020900 2100-VALIDATE-STUDENT-ID.
021000*    SAME RULE THE STUDENT LOAD APPLIES - NINE DIGITS, NUMERIC,
021100*    NON-ZERO.  NOTHING ELSE FROM THE FORM EVER REACHES THE
021200*    FILE READ OR THE RESPONSE PAGE.
021300     MOVE 'N' TO WS-ID-VALID-SW.
021400     IF WS-FORM-ID(1:9) IS NUMERIC
021500             AND WS-FORM-ID(10:11) = SPACES
021600         MOVE WS-FORM-ID(1:9) TO WS-RID-STUDENT-ID
021700         IF WS-RID-STUDENT-ID NOT = ZERO
021800             MOVE 'Y' TO WS-ID-VALID-SW
021900         END-IF
022000     END-IF.
022100 2100-VALIDATE-STUDENT-ID-EXIT.
022200     EXIT.
022300
022400 2300-CHECK-PIN.
022500*    NO CREDENTIAL, A LOCKED ONE, A MALFORMED PIN AND A WRONG
022600*    PIN ALL END IN THE SAME FIXED MESSAGE, SO THE PAGE NEVER
022700*    CONFIRMS WHICH IDS HAVE ACCOUNTS.  ONLY A WRONG OR
022800*    MALFORMED PIN AGAINST AN OPEN ACCOUNT COUNTS TOWARD THE
022900*    LOCK.
023000     MOVE 'N' TO WS-PIN-ACCEPTED-SW.
023100     MOVE SPACES TO WS-FORM-PIN.
023200     EXEC CICS
023300         WEB READ
023400         FORMFIELD('PIN')
023500         VALUE(WS-FORM-PIN)
023600         RESP(WS-RESP)
023700         RESP2(WS-RESP2)
023800     END-EXEC.
023900     IF WS-RESP NOT = DFHRESP(NORMAL)
024000         MOVE SPACES TO WS-FORM-PIN
024100     END-IF.
024200     MOVE 'WEBR' TO CGAUD-EVENT-TYPE.
024300     MOVE 'PIN' TO CGAUD-RESOURCE-NAME.
024400     PERFORM 7000-WRITE-AUDIT-RECORD
024500         THRU 7000-WRITE-AUDIT-RECORD-EXIT.
024600
024700     MOVE 'S' TO WS-RID-CRED-TYPE.
024800     MOVE WS-RID-STUDENT-ID TO WS-RID-CRED-USER-ID.
024900     EXEC CICS
025000         READ FILE('WEBCRED')
025100         INTO(WEB-CREDENTIAL-RECORD)
025200         RIDFLD(WS-RID-CRED-KEY)
025300         UPDATE
025400         RESP(WS-RESP)
025500         RESP2(WS-RESP2)
025600     END-EXEC.
025700     IF WS-RESP NOT = DFHRESP(NORMAL)
025800         PERFORM 2390-AUDIT-PIN-FAILURE
025900             THRU 2390-AUDIT-PIN-FAILURE-EXIT
026000         GO TO 2300-CHECK-PIN-EXIT
026100     END-IF.
026200     IF CRED-LOCKED
026300         EXEC CICS
026400             UNLOCK FILE('WEBCRED')
026500             RESP(WS-RESP)
026600             RESP2(WS-RESP2)
026700         END-EXEC
026800         PERFORM 2390-AUDIT-PIN-FAILURE
026900             THRU 2390-AUDIT-PIN-FAILURE-EXIT
027000         GO TO 2300-CHECK-PIN-EXIT
027100     END-IF.
027200
027300     IF WS-FORM-PIN(1:6) IS NUMERIC
027400             AND WS-FORM-PIN(7:14) = SPACES
027500         MOVE WS-FORM-PIN(1:6) TO WS-PIN-ENTERED
027600         MOVE CRED-PIN-SALT TO WS-PIN-SALT
027700         PERFORM 8900-HASH-PIN
027800             THRU 8900-HASH-PIN-EXIT
027900         IF WS-PIN-HASH = CRED-PIN-HASH
028000             MOVE 'Y' TO WS-PIN-ACCEPTED-SW
028100         END-IF
028200     END-IF.
028300
028400     IF WS-PIN-ACCEPTED
028500         MOVE ZERO TO CRED-FAIL-COUNT
028600         MOVE WS-TODAY-YYYYMMDD TO CRED-LAST-GOOD-DATE
028700     ELSE
028800         ADD 1 TO CRED-FAIL-COUNT
028900         MOVE WS-TODAY-YYYYMMDD TO CRED-LAST-FAIL-DATE
029000         MOVE WS-TIME-HHMMSSHH TO CRED-LAST-FAIL-TIME
029100         IF CRED-FAIL-COUNT NOT < WS-PIN-MAX-FAILS
029200             SET CRED-LOCKED TO TRUE
029300             MOVE WS-TODAY-YYYYMMDD TO CRED-LOCK-DATE
029400         END-IF
029500     END-IF.
029600     EXEC CICS
029700         REWRITE FILE('WEBCRED')
029800         FROM(WEB-CREDENTIAL-RECORD)
029900         RESP(WS-RESP)
030000         RESP2(WS-RESP2)
030100     END-EXEC.
030200     IF WS-PIN-ACCEPTED
030300         GO TO 2300-CHECK-PIN-EXIT
030400     END-IF.
030500     PERFORM 2390-AUDIT-PIN-FAILURE
030600         THRU 2390-AUDIT-PIN-FAILURE-EXIT.
030700     IF CRED-LOCKED
030800         MOVE 'WLCK' TO CGAUD-EVENT-TYPE
030900         MOVE WS-RID-STUDENT-ID(2:8) TO CGAUD-RESOURCE-NAME
031000         PERFORM 7000-WRITE-AUDIT-RECORD
031100             THRU 7000-WRITE-AUDIT-RECORD-EXIT
031200     END-IF.
031300 2300-CHECK-PIN-EXIT.
031400     EXIT.
031500
031600 2390-AUDIT-PIN-FAILURE.
031700     MOVE 'WPNF' TO CGAUD-EVENT-TYPE.
031800     MOVE WS-RID-STUDENT-ID(2:8) TO CGAUD-RESOURCE-NAME.
031900     PERFORM 7000-WRITE-AUDIT-RECORD
032000         THRU 7000-WRITE-AUDIT-RECORD-EXIT.
032100 2390-AUDIT-PIN-FAILURE-EXIT.
032200     EXIT.
032300
032400 3000-READ-STUDENT.
032500     EXEC CICS
032600         READ FILE('STUDENT')
032700         INTO(WS-STUDENT)
032800         RIDFLD(WS-RID-STUDENT-ID)
032900         RESP(WS-RESP)
033000         RESP2(WS-RESP2)
033100     END-EXEC.
033200
033300     MOVE 'INQ ' TO CGAUD-EVENT-TYPE.
033400*    THE AUDIT RECORD'S RESOURCE FIELD PREDATES THE NINE-DIGIT
033500*    STUDENT ID - THE LOW-ORDER EIGHT DIGITS GO ON THE TRAIL.
033600     MOVE WS-RID-STUDENT-ID(2:8) TO CGAUD-RESOURCE-NAME.
033700     PERFORM 7000-WRITE-AUDIT-RECORD
033800         THRU 7000-WRITE-AUDIT-RECORD-EXIT.
033900
034000     IF WS-RESP NOT = DFHRESP(NORMAL)
034100         PERFORM 4100-BUILD-ERROR-RESPONSE
034200             THRU 4100-BUILD-ERROR-RESPONSE-EXIT
034300         GO TO 3000-READ-STUDENT-EXIT
034400     END-IF.
034500
034600     PERFORM 4000-BUILD-STUDENT-RESPONSE
034700         THRU 4000-BUILD-STUDENT-RESPONSE-EXIT.
034800 3000-READ-STUDENT-EXIT.
034900     EXIT.
035000
035100 4000-BUILD-STUDENT-RESPONSE.
035200*    FIXED TEMPLATE - ONLY MASTER-FILE FIELDS ARE SUBSTITUTED
035300*    IN, NEVER THE RAW FORM VALUE, SO NOTHING TYPED ON THE FORM
035400*    CAN ECHO INTO THE PAGE.
035500     MOVE WS-STUDENT-GPA TO WS-GPA-NUM.
035600     MOVE WS-GPA-NUM TO WS-GPA-EDIT.
035700     MOVE SPACES TO WS-RESPONSE-HTML.
035800     STRING '<HTML><BODY>STUDENT ' DELIMITED BY SIZE
035900         WS-STUDENT-ID DELIMITED BY SIZE
036000         '<BR>NAME: ' DELIMITED BY SIZE
036100         WS-NAME DELIMITED BY SIZE
036200         '<BR>STATUS: ' DELIMITED BY SIZE
036300         WS-STUDENT-ENROLL-STATUS DELIMITED BY SIZE
036400         '<BR>GPA: ' DELIMITED BY SIZE
036500         WS-GPA-EDIT DELIMITED BY SIZE
036600         '</BODY></HTML>' DELIMITED BY SIZE
036700         INTO WS-RESPONSE-HTML
036800     END-STRING.
036900 4000-BUILD-STUDENT-RESPONSE-EXIT.
037000     EXIT.
037100
037200 4100-BUILD-ERROR-RESPONSE.
037300*    ONE FIXED MESSAGE FOR A BAD ID AND FOR NO RECORD - THE PAGE
037400*    NEVER CONFIRMS WHICH IDS EXIST TO SOMEONE FISHING.
037500     MOVE SPACES TO WS-RESPONSE-HTML.
037600     STRING '<HTML><BODY>NO RECORD AVAILABLE FOR THAT '
037700            'STUDENT-ID</BODY></HTML>'
037800         DELIMITED BY SIZE
037900         INTO WS-RESPONSE-HTML
038000     END-STRING.
038100 4100-BUILD-ERROR-RESPONSE-EXIT.
038200     EXIT.
038300
038400 4150-BUILD-SIGNON-ERROR.
038500     MOVE SPACES TO WS-RESPONSE-HTML.
038600     STRING '<HTML><BODY>STUDENT-ID AND PIN NOT ACCEPTED.'
038700            '<BR>REPEATED FAILURES LOCK THE ACCOUNT UNTIL THE '
038800            'REGISTRAR RESETS THE PIN.</BODY></HTML>'
038900         DELIMITED BY SIZE
039000         INTO WS-RESPONSE-HTML
039100     END-STRING.
039200 4150-BUILD-SIGNON-ERROR-EXIT.
039300     EXIT.
039400
039500 6000-QUEUE-REGISTRATION.
039600     PERFORM 6200-CHECK-QUIESCE
039700         THRU 6200-CHECK-QUIESCE-EXIT.
039800     IF WS-MASTER-QUIESCED
039900         MOVE 'NIGHTLY PROCESSING IN PROGRESS - TRY LATER'
040000             TO WS-REG-ERROR-MSG
040100         PERFORM 4300-BUILD-REG-ERROR
040200             THRU 4300-BUILD-REG-ERROR-EXIT
040300         GO TO 6000-QUEUE-REGISTRATION-EXIT
040400     END-IF.
040500     PERFORM 6100-READ-REG-FIELDS
040600         THRU 6100-READ-REG-FIELDS-EXIT.
040700     IF WS-REG-ERROR-MSG NOT = SPACES
040800         PERFORM 4300-BUILD-REG-ERROR
040900             THRU 4300-BUILD-REG-ERROR-EXIT
041000         GO TO 6000-QUEUE-REGISTRATION-EXIT
041100     END-IF.
041200
041300*    THE STUDENT MUST BE ON THE MASTER - THE SAME ONE FIXED
041400*    MESSAGE AS THE INQUIRY, SO THE FORM NEVER CONFIRMS WHICH
041500*    IDS EXIST.
041600     EXEC CICS
041700         READ FILE('STUDENT')
041800         INTO(WS-STUDENT)
041900         RIDFLD(WS-RID-STUDENT-ID)
042000         RESP(WS-RESP)
042100         RESP2(WS-RESP2)
042200     END-EXEC.
042300     IF WS-RESP NOT = DFHRESP(NORMAL)
042400         PERFORM 4100-BUILD-ERROR-RESPONSE
042500             THRU 4100-BUILD-ERROR-RESPONSE-EXIT
042600         GO TO 6000-QUEUE-REGISTRATION-EXIT
042700     END-IF.
042800
042900*    A STUDENT UNDER ANY REGISTRATION HOLD IS REFUSED HERE
043000*    RATHER THAN LEFT FOR THE NIGHTLY RUN TO REJECT.
043100     PERFORM 6300-CHECK-HOLDS
043200         THRU 6300-CHECK-HOLDS-EXIT.
043300     IF WS-HOLD-FOUND
043400         PERFORM 4300-BUILD-REG-ERROR
043500             THRU 4300-BUILD-REG-ERROR-EXIT
043600         GO TO 6000-QUEUE-REGISTRATION-EXIT
043700     END-IF.
043800
043900*    THE COURSE MUST EXIST AND BE OPEN - CAPACITY, PREREQUISITES
044000*    AND THE WAITLIST STAY THE NIGHTLY CRSEREG RUN'S BUSINESS.
044100     EXEC CICS
044200         READ FILE('CRSECAT')
044300         INTO(COURSE-RECORD)
044400         RIDFLD(WS-FORM-COURSE)
044500         RESP(WS-RESP)
044600         RESP2(WS-RESP2)
044700     END-EXEC.
044800     IF WS-RESP NOT = DFHRESP(NORMAL)
044900         MOVE 'COURSE NOT IN COURSE CATALOG' TO WS-REG-ERROR-MSG
045000         PERFORM 4300-BUILD-REG-ERROR
045100             THRU 4300-BUILD-REG-ERROR-EXIT
045200         GO TO 6000-QUEUE-REGISTRATION-EXIT
045300     END-IF.
045400     IF COURSE-CLOSED
045500         MOVE 'COURSE CLOSED TO REGISTRATION' TO WS-REG-ERROR-MSG
045600         PERFORM 4300-BUILD-REG-ERROR
045700             THRU 4300-BUILD-REG-ERROR-EXIT
045800         GO TO 6000-QUEUE-REGISTRATION-EXIT
045900     END-IF.
046000
046100*    A WELL-FORMED REQUEST RECORD GOES TO THE ENRQ
046200*    EXTRAPARTITION TD QUEUE, BACKED BY THE ENRLREQ DATASET THE
046300*    NIGHTLY CRSEREG RUN READS.
046400     MOVE WS-RID-STUDENT-ID TO WRQ-STUDENT-ID.
046500     MOVE WS-FORM-COURSE TO WRQ-COURSE-ID.
046600     MOVE WS-FORM-TERM TO WRQ-TERM.
046700     MOVE WS-FORM-SECTION TO WRQ-SECTION.
046800     EXEC CICS
046900         WRITEQ TD
047000         QUEUE('ENRQ')
047100         FROM(WS-ENRL-REQUEST)
047200         LENGTH(+28)
047300         RESP(WS-RESP)
047400         RESP2(WS-RESP2)
047500     END-EXEC.
047600
047700     MOVE 'WREG' TO CGAUD-EVENT-TYPE.
047800     MOVE WS-FORM-COURSE TO CGAUD-RESOURCE-NAME.
047900     PERFORM 7000-WRITE-AUDIT-RECORD
048000         THRU 7000-WRITE-AUDIT-RECORD-EXIT.
048100
048200     IF WS-RESP = DFHRESP(NORMAL)
048300         PERFORM 4200-BUILD-REG-CONFIRMATION
048400             THRU 4200-BUILD-REG-CONFIRMATION-EXIT
048500     ELSE
048600         MOVE 'REQUEST COULD NOT BE QUEUED - TRY LATER' TO
048700             WS-REG-ERROR-MSG
048800         PERFORM 4300-BUILD-REG-ERROR
048900             THRU 4300-BUILD-REG-ERROR-EXIT
049000     END-IF.
049100 6000-QUEUE-REGISTRATION-EXIT.
049200     EXIT.
049300
049400 6100-READ-REG-FIELDS.
049500     MOVE SPACES TO WS-REG-ERROR-MSG.
049600     MOVE SPACES TO WS-FORM-COURSE.
049700     EXEC CICS
049800         WEB READ
049900         FORMFIELD('COURSE')
050000         VALUE(WS-FORM-COURSE)
050100         RESP(WS-RESP)
050200         RESP2(WS-RESP2)
050300     END-EXEC.
050400     IF WS-RESP NOT = DFHRESP(NORMAL)
050500             OR WS-FORM-COURSE = SPACES
050600         MOVE 'COURSE FIELD MISSING OR BLANK' TO
050700             WS-REG-ERROR-MSG
050800         GO TO 6100-READ-REG-FIELDS-EXIT
050900     END-IF.
051000     MOVE SPACES TO WS-FORM-TERM.
051100     EXEC CICS
051200         WEB READ
051300         FORMFIELD('TERM')
051400         VALUE(WS-FORM-TERM)
051500         RESP(WS-RESP)
051600         RESP2(WS-RESP2)
051700     END-EXEC.
051800     IF WS-RESP NOT = DFHRESP(NORMAL)
051900             OR WS-FORM-TERM = SPACES
052000         MOVE 'TERM FIELD MISSING OR BLANK' TO WS-REG-ERROR-MSG
052100         GO TO 6100-READ-REG-FIELDS-EXIT
052200     END-IF.
052300     MOVE SPACES TO WS-FORM-SECTION.
052400     EXEC CICS
052500         WEB READ
052600         FORMFIELD('SECT')
052700         VALUE(WS-FORM-SECTION)
052800         RESP(WS-RESP)
052900         RESP2(WS-RESP2)
053000     END-EXEC.
053100*    A MISSING SECTION POSTS AS '001', THE SAME DEFAULT THE
053200*    BATCH REQUEST CARDS GET.
053300     IF WS-RESP NOT = DFHRESP(NORMAL)
053400             OR WS-FORM-SECTION = SPACES
053500         MOVE '001' TO WS-FORM-SECTION
053600     END-IF.
053700 6100-READ-REG-FIELDS-EXIT.
053800     EXIT.
053900
054000 6200-CHECK-QUIESCE.
054100*    NO RECORD ON THE QUIESCE FILE MEANS AVAILABLE - ONLY AN
054200*    EXPLICIT 'Q' STATE LOCKS CAPTURE OUT, SO A MISSING OR
054300*    UNREADABLE STATE FILE CANNOT STRAND SELF-SERVICE.
054400     MOVE 'N' TO WS-QUIESCED-SW.
054500     EXEC CICS
054600         READ FILE('QUIESCE')
054700         INTO(QUIESCE-RECORD)
054800         RIDFLD(WS-RID-QSC-RESOURCE)
054900         RESP(WS-RESP)
055000         RESP2(WS-RESP2)
055100     END-EXEC.
055200     IF WS-RESP = DFHRESP(NORMAL) AND QSC-QUIESCED
055300         MOVE 'Y' TO WS-QUIESCED-SW
055400     END-IF.
055500 6200-CHECK-QUIESCE-EXIT.
055600     EXIT.
055700
055800 6300-CHECK-HOLDS.
055900*    NO HOLD RECORD - OR NO HOLD FILE - MEANS NO HOLD, THE SAME
056000*    WAY THE BATCH RUN TREATS IT.  THE PAGE NAMES THE OFFICE
056100*    THAT CAN CLEAR THE HOLD BUT NEVER SHOWS THE REASON TEXT.
056200     MOVE 'N' TO WS-HOLD-FOUND-SW.
056300     MOVE WS-RID-STUDENT-ID TO WS-RID-HOLD-STUDENT-ID.
056400     EXEC CICS
056500         READ FILE('STUHOLD')
056600         INTO(REG-HOLD-RECORD)
056700         RIDFLD(WS-RID-HOLD-KEY)
056800         KEYLENGTH(9)
056900         GENERIC
057000         RESP(WS-RESP)
057100         RESP2(WS-RESP2)
057200     END-EXEC.
057300     IF WS-RESP NOT = DFHRESP(NORMAL)
057400             OR RHLD-STUDENT-ID NOT = WS-RID-STUDENT-ID
057500         GO TO 6300-CHECK-HOLDS-EXIT
057600     END-IF.
057700     MOVE 'Y' TO WS-HOLD-FOUND-SW.
057800     EVALUATE TRUE
057900         WHEN RHLD-FINANCIAL
058000             MOVE 'FINANCIAL HOLD - SEE THE BURSAR' TO
058100                 WS-REG-ERROR-MSG
058200         WHEN RHLD-ADVISING
058300             MOVE 'ADVISING HOLD - SEE YOUR ADVISOR' TO
058400                 WS-REG-ERROR-MSG
058500         WHEN RHLD-DISCIPLINARY
058600             MOVE 'DISCIPLINARY HOLD - SEE THE DEAN' TO
058700                 WS-REG-ERROR-MSG
058800         WHEN OTHER
058900             MOVE 'RECORDS HOLD - SEE THE REGISTRAR' TO
059000                 WS-REG-ERROR-MSG
059100     END-EVALUATE.
059200     MOVE 'WHLD' TO CGAUD-EVENT-TYPE.
059300     MOVE WS-RID-STUDENT-ID(2:8) TO CGAUD-RESOURCE-NAME.
059400     PERFORM 7000-WRITE-AUDIT-RECORD
059500         THRU 7000-WRITE-AUDIT-RECORD-EXIT.
059600 6300-CHECK-HOLDS-EXIT.
059700     EXIT.
059800
059900 4200-BUILD-REG-CONFIRMATION.
060000*    FIXED TEMPLATE - ONLY VALIDATED FIELDS ARE SUBSTITUTED IN,
060100*    NEVER A RAW FORM VALUE.
060200     MOVE SPACES TO WS-RESPONSE-HTML.
060300     STRING '<HTML><BODY>REGISTRATION REQUEST QUEUED FOR '
060400             DELIMITED BY SIZE
060500         '<BR>STUDENT ' DELIMITED BY SIZE
060600         WRQ-STUDENT-ID DELIMITED BY SIZE
060700         '<BR>COURSE ' DELIMITED BY SIZE
060800         WRQ-COURSE-ID DELIMITED BY SIZE
060900         ' TERM ' DELIMITED BY SIZE
061000         WRQ-TERM DELIMITED BY SIZE
061100         ' SECTION ' DELIMITED BY SIZE
061200         WRQ-SECTION DELIMITED BY SIZE
061300         '<BR>THE OVERNIGHT REGISTRATION RUN POSTS IT.'
061400             DELIMITED BY SIZE
061500         '</BODY></HTML>' DELIMITED BY SIZE
061600         INTO WS-RESPONSE-HTML
061700     END-STRING.
061800 4200-BUILD-REG-CONFIRMATION-EXIT.
061900     EXIT.
062000
062100 4300-BUILD-REG-ERROR.
062200     MOVE SPACES TO WS-RESPONSE-HTML.
062300     STRING '<HTML><BODY>REQUEST NOT QUEUED - '
062400             DELIMITED BY SIZE
062500         WS-REG-ERROR-MSG DELIMITED BY SIZE
062600         '</BODY></HTML>' DELIMITED BY SIZE
062700         INTO WS-RESPONSE-HTML
062800     END-STRING.
062900 4300-BUILD-REG-ERROR-EXIT.
063000     EXIT.
063100
063200 5000-SEND-RESPONSE.
063300     PERFORM 5100-COMPUTE-RESPONSE-LENGTH
063400         THRU 5100-COMPUTE-RESPONSE-LENGTH-EXIT.
063500     EXEC CICS
063600         WEB SEND
063700         FROM(WS-RESPONSE-HTML)
063800         LENGTH(WS-RESPONSE-LEN)
063900         RESP(WS-RESP)
064000         RESP2(WS-RESP2)
064100     END-EXEC.
064200     MOVE 'WEBS' TO CGAUD-EVENT-TYPE.
064300     MOVE 'RESP' TO CGAUD-RESOURCE-NAME.
064400     PERFORM 7000-WRITE-AUDIT-RECORD
064500         THRU 7000-WRITE-AUDIT-RECORD-EXIT.
064600 5000-SEND-RESPONSE-EXIT.
064700     EXIT.
064800
064900 5100-COMPUTE-RESPONSE-LENGTH.
065000     MOVE +250 TO WS-RESPONSE-LEN.
065100     PERFORM 5110-TRIM-ONE-CHARACTER
065200         THRU 5110-TRIM-ONE-CHARACTER-EXIT
065300         UNTIL WS-RESPONSE-LEN = 0
065400         OR WS-RESPONSE-HTML(WS-RESPONSE-LEN:1) NOT = SPACE.
065500 5100-COMPUTE-RESPONSE-LENGTH-EXIT.
065600     EXIT.
065700
065800 5110-TRIM-ONE-CHARACTER.
065900     SUBTRACT 1 FROM WS-RESPONSE-LEN.
066000 5110-TRIM-ONE-CHARACTER-EXIT.
066100     EXIT.
066200
066300 7000-WRITE-AUDIT-RECORD.
066400     MOVE 'STUDWEB ' TO CGAUD-PROGRAM-ID.
066500     MOVE 'WEBSELF' TO CGAUD-OPERATOR-ID.
066600     MOVE WS-RID-STUDENT-ID TO CGAUD-STUDENT-ID-N.
066700     MOVE WS-RESP TO CGAUD-RESP-CODE.
066800     MOVE WS-TODAY-YYYYMMDD TO CGAUD-RUN-DATE.
066900     MOVE WS-TIME-HHMMSSHH TO CGAUD-RUN-TIME.
067000     EXEC CICS
067100         WRITEQ TD
067200         QUEUE('CGAU')
067300         FROM(CGAUDIT-RECORD)
067400         LENGTH(+60)
067500     END-EXEC.
067600 7000-WRITE-AUDIT-RECORD-EXIT.
067700     EXIT.
067800
067900 8900-HASH-PIN.
068000*    SEE PINHASH - THESE PARAGRAPHS ARE THE SAME IN PINISSUE,
068100*    STUDWEB AND OWNWEB.  WS-PIN-ENTERED AND WS-PIN-SALT IN,
068200*    WS-PIN-HASH OUT.
068300     MOVE WS-PIN-SALT TO WS-PIN-HASH.
068400     PERFORM 8910-HASH-ONE-ROUND
068500         THRU 8910-HASH-ONE-ROUND-EXIT
068600         VARYING WS-PIN-ROUND FROM 1 BY 1
068700         UNTIL WS-PIN-ROUND > WS-PIN-ROUNDS.
068800 8900-HASH-PIN-EXIT.
068900     EXIT.
069000
069100 8910-HASH-ONE-ROUND.
069200     PERFORM 8920-HASH-ONE-DIGIT
069300         THRU 8920-HASH-ONE-DIGIT-EXIT
069400         VARYING WS-PIN-SUB FROM 1 BY 1
069500         UNTIL WS-PIN-SUB > 6.
069600 8910-HASH-ONE-ROUND-EXIT.
069700     EXIT.
069800
069900 8920-HASH-ONE-DIGIT.
070000     COMPUTE WS-PIN-ACCUM = WS-PIN-HASH * 7919
070100         + WS-PIN-DIGIT(WS-PIN-SUB) * 104729
070200         + WS-PIN-ROUND + WS-PIN-SALT.
070300     DIVIDE WS-PIN-ACCUM BY WS-PIN-MODULUS
070400         GIVING WS-PIN-QUOTIENT
070500         REMAINDER WS-PIN-HASH.
070600 8920-HASH-ONE-DIGIT-EXIT.
070700     EXIT.
070800
070900 9999-EXIT.
071000     MOVE WS-RETURN-CODE TO RETURN-CODE.
071100     STOP RUN.
