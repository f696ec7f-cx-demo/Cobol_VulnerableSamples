002300*                    THE RESPONSE, NEVER A RAW FORM VALUE.
002400*                    EVERY INQUIRY WRITES THE SHARED CGAU AUDIT
002500*                    RECORD.
002600*   2026-10-15 RLW  THE OWNER-ID IS NO LONGER THE CREDENTIAL -
002700*                    EVERY REQUEST CARRIES A PIN FORM FIELD,
002800*                    CHECKED AGAINST THE SALTED HASH ON THE
002900*                    WEBCRED CREDENTIAL FILE (SEE WEBCRED AND
003000*                    PINHASH) BEFORE THE OWNER MASTER IS EVEN
003100*                    READ.  EACH FAILURE GOES TO THE CGAU QUEUE
003200*                    AS A 'WPNF' EVENT; WS-PIN-MAX-FAILS IN A
003300*                    ROW LOCK THE ACCOUNT, LOGGED AS A 'WLCK'
003400*                    EVENT, UNTIL PINISSUE RESETS IT.
003500*================================================================
003600 DATA DIVISION.
003700 WORKING-STORAGE SECTION.
003800 COPY RETCODES.
003900
004000 01  WS-FORM-OWNER               PIC X(20) VALUE SPACES.
004100 01  WS-OWNER-VALID-SW           PIC X(01) VALUE 'N'.
004200     88  WS-OWNER-IS-VALID       VALUE 'Y'.
004300
004400*    PIN CHECK (SEE WEBCRED AND PINHASH) - THE CREDENTIAL IS
004500*    READ FOR UPDATE SO THE FAILURE COUNT AND THE LOCK ARE
004600*    KEPT ON EVERY ATTEMPT.
004700 01  WS-FORM-PIN                 PIC X(20) VALUE SPACES.
004800 01  WS-PIN-ACCEPTED-SW          PIC X(01) VALUE 'N'.
004900     88  WS-PIN-ACCEPTED         VALUE 'Y'.
005000 01  WS-RID-CRED-KEY.
005100     05  WS-RID-CRED-TYPE        PIC X(01) VALUE 'O'.
005200     05  WS-RID-CRED-USER-ID     PIC X(20) VALUE SPACES.
005300     COPY WEBCRED.
005400     COPY PINHASH.
005500
005600*    OWNER MASTER RECORD AS READ FROM THE 'OWNMAST' FCT ENTRY.
005700     COPY OWNERREC.
005800
005900 01  WS-RID-OWNER-ID             PIC X(20) VALUE SPACES.
006000
006100*    THE PREFORMATTED INQUIRY LINES OWNWEBX BUILDS - KEYED
006200*    OWNER + SEQUENCE, BROWSED FROM SEQUENCE 0001.
006300 01  WS-OWNER-INQ-RECORD.
006400     05  WS-OWX-KEY.
006500         10  WS-OWX-OWNER            PIC X(20).
006600         10  WS-OWX-SEQ              PIC 9(04).
006700     05  WS-OWX-LINE                 PIC X(60).
006800 01  WS-RID-OWX-KEY.
006900     05  WS-RID-OWX-OWNER            PIC X(20).
007000     05  WS-RID-OWX-SEQ              PIC 9(04).
007100
007200*    THE PAGE HOLDS THE FIRST WS-MAX-LINES LINES - ENOUGH FOR
007300*    AN ACCOUNT SNAPSHOT WITHOUT AN UNBOUNDED RESPONSE.
007400 01  WS-MAX-LINES                PIC 9(02) VALUE 12.
007500 01  WS-LINES-SHOWN              PIC 9(02) VALUE ZERO.
007600 01  WS-BROWSE-DONE-SW           PIC X(01) VALUE 'N'.
007700     88  WS-BROWSE-DONE          VALUE 'Y'.
007800 01  WS-BROWSE-OPEN-SW           PIC X(01) VALUE 'N'.
007900     88  WS-BROWSE-OPEN          VALUE 'Y'.
008000
008100 01  WS-RESP                     PIC S9(08) COMP VALUE ZERO.
008200 01  WS-RESP2                    PIC S9(08) COMP VALUE ZERO.
008300
008400 01  WS-RESPONSE-HTML            PIC X(1000) VALUE SPACES.
008500 01  WS-RESPONSE-PTR             PIC 9(04) VALUE 1.
008600 01  WS-RESPONSE-LEN             PIC S9(04) COMP VALUE ZERO.
008700
008800 COPY CGAUDIT.
008900
009000 01  WS-CURRENT-DATE-TIME.
009100     05  WS-TODAY-YYYYMMDD       PIC 9(08).
009200     05  WS-TIME-HHMMSSHH        PIC 9(08).
009300     05  FILLER                  PIC X(05).
009400
009500 PROCEDURE DIVISION.
009600 0000-MAINLINE.
009700     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
009800
009900     PERFORM 2000-READ-OWNER-FIELD
010000         THRU 2000-READ-OWNER-FIELD-EXIT.
010100
010200     PERFORM 2300-CHECK-PIN
010300         THRU 2300-CHECK-PIN-EXIT.
010400
010500     IF WS-PIN-ACCEPTED
010600         PERFORM 2100-VALIDATE-OWNER
010700             THRU 2100-VALIDATE-OWNER-EXIT
010800     END-IF.
010900
011000     IF WS-OWNER-IS-VALID
011100         PERFORM 3000-BUILD-ACCOUNT-PAGE
011200             THRU 3000-BUILD-ACCOUNT-PAGE-EXIT
011300     ELSE
011400         PERFORM 4100-BUILD-ERROR-RESPONSE
011500             THRU 4100-BUILD-ERROR-RESPONSE-EXIT
011600     END-IF.
011700
011800     PERFORM 5000-SEND-RESPONSE
011900         THRU 5000-SEND-RESPONSE-EXIT.
012000     GO TO 9999-EXIT.
012100
012200 2000-READ-OWNER-FIELD.
012300     EXEC CICS
012400         WEB READ
012500         FORMFIELD('OWNER')
012600         VALUE(WS-FORM-OWNER)
012700         RESP(WS-RESP)
012800         RESP2(WS-RESP2)
012900     END-EXEC.
013000     MOVE 'WEBR' TO CGAUD-EVENT-TYPE.
013100     MOVE 'OWNER' TO CGAUD-RESOURCE-NAME.
013200     PERFORM 7000-WRITE-AUDIT-RECORD
013300         THRU 7000-WRITE-AUDIT-RECORD-EXIT.
013400 2000-READ-OWNER-FIELD-EXIT.
013500     EXIT.
013600
013700 2100-VALIDATE-OWNER.
013800*    THE CREDENTIAL MUST NAME AN ACTIVE OWNER ON THE MASTER.
013900*    ONE FIXED MESSAGE FOR BLANK, UNKNOWN AND INACTIVE - THE
014000*    PAGE NEVER CONFIRMS WHICH OWNERS EXIST TO SOMEONE FISHING.
014100     MOVE 'N' TO WS-OWNER-VALID-SW.
014200     IF WS-FORM-OWNER = SPACES
014300         GO TO 2100-VALIDATE-OWNER-EXIT
014400     END-IF.
014500     MOVE WS-FORM-OWNER TO WS-RID-OWNER-ID.
014600     EXEC CICS
014700         READ FILE('OWNMAST')
014800         INTO(OWNER-RECORD)
014900         RIDFLD(WS-RID-OWNER-ID)
015000         RESP(WS-RESP)
015100         RESP2(WS-RESP2)
015200     END-EXEC.
015300     IF WS-RESP = DFHRESP(NORMAL) AND OWNER-ACTIVE
015400         MOVE 'Y' TO WS-OWNER-VALID-SW
015500     END-IF.
015600
015700     MOVE 'INQ ' TO CGAUD-EVENT-TYPE.
015800     MOVE WS-FORM-OWNER(1:8) TO CGAUD-RESOURCE-NAME.
015900     PERFORM 7000-WRITE-AUDIT-RECORD
016000         THRU 7000-WRITE-AUDIT-RECORD-EXIT.
016100 2100-VALIDATE-OWNER-EXIT.
016200     EXIT.
016300
016400 2300-CHECK-PIN.
016500*    NO CREDENTIAL, A LOCKED ONE, A MALFORMED PIN AND A WRONG
016600*    PIN ALL END IN THE SAME FIXED MESSAGE AS AN UNKNOWN OWNER,
016700*    SO THE PAGE NEVER CONFIRMS WHICH OWNERS HAVE ACCOUNTS.
016800*    ONLY A WRONG OR MALFORMED PIN AGAINST AN OPEN ACCOUNT
016900*    COUNTS TOWARD THE LOCK.
017000     MOVE 'N' TO WS-PIN-ACCEPTED-SW.
017100     IF WS-FORM-OWNER = SPACES
017200         GO TO 2300-CHECK-PIN-EXIT
017300     END-IF.
017400     MOVE SPACES TO WS-FORM-PIN.
017500     EXEC CICS
017600         WEB READ
017700         FORMFIELD('PIN')
017800         VALUE(WS-FORM-PIN)
017900         RESP(WS-RESP)
018000         RESP2(WS-RESP2)
018100     END-EXEC.
018200     IF WS-RESP NOT = DFHRESP(NORMAL)
018300         MOVE SPACES TO WS-FORM-PIN
018400     END-IF.
018500     MOVE 'WEBR' TO CGAUD-EVENT-TYPE.
018600     MOVE 'PIN' TO CGAUD-RESOURCE-NAME.
018700     PERFORM 7000-WRITE-AUDIT-RECORD
018800         THRU 7000-WRITE-AUDIT-RECORD-EXIT.
018900
019000     MOVE 'O' TO WS-RID-CRED-TYPE.
019100     MOVE WS-FORM-OWNER TO WS-RID-CRED-USER-ID.
019200     EXEC CICS
019300         READ FILE('WEBCRED')
019400         INTO(WEB-CREDENTIAL-RECORD)
019500         RIDFLD(WS-RID-CRED-KEY)
019600         UPDATE
019700         RESP(WS-RESP)
019800         RESP2(WS-RESP2)
019900     END-EXEC.
020000     IF WS-RESP NOT = DFHRESP(NORMAL)
020100         PERFORM 2390-AUDIT-PIN-FAILURE
020200             THRU 2390-AUDIT-PIN-FAILURE-EXIT
020300         GO TO 2300-CHECK-PIN-EXIT
020400     END-IF.
020500     IF CRED-LOCKED
020600         EXEC CICS
020700             UNLOCK FILE('WEBCRED')
020800             RESP(WS-RESP)
020900             RESP2(WS-RESP2)
021000         END-EXEC
021100         PERFORM 2390-AUDIT-PIN-FAILURE
021200             THRU 2390-AUDIT-PIN-FAILURE-EXIT
021300         GO TO 2300-CHECK-PIN-EXIT
021400     END-IF.
021500
021600     IF WS-FORM-PIN(1:6) IS NUMERIC
021700             AND WS-FORM-PIN(7:14) = SPACES
021800         MOVE WS-FORM-PIN(1:6) TO WS-PIN-ENTERED
021900         MOVE CRED-PIN-SALT TO WS-PIN-SALT
022000         PERFORM 8900-HASH-PIN
022100             THRU 8900-HASH-PIN-EXIT
022200         IF WS-PIN-HASH = CRED-PIN-HASH
022300             MOVE 'Y' TO WS-PIN-ACCEPTED-SW
022400         END-IF
022500     END-IF.
022600
022700     IF WS-PIN-ACCEPTED
022800         MOVE ZERO TO CRED-FAIL-COUNT
022900         MOVE WS-TODAY-YYYYMMDD TO CRED-LAST-GOOD-DATE
023000     ELSE
023100         ADD 1 TO CRED-FAIL-COUNT
023200         MOVE WS-TODAY-YYYYMMDD TO CRED-LAST-FAIL-DATE
023300         MOVE WS-TIME-HHMMSSHH TO CRED-LAST-FAIL-TIME
023400         IF CRED-FAIL-COUNT NOT < WS-PIN-MAX-FAILS
023500             SET CRED-LOCKED TO TRUE
023600             MOVE WS-TODAY-YYYYMMDD TO CRED-LOCK-DATE
023700         END-IF
023800     END-IF.
023900     EXEC CICS
024000         REWRITE FILE('WEBCRED')
024100         FROM(WEB-CREDENTIAL-RECORD)
024200         RESP(WS-RESP)
024300         RESP2(WS-RESP2)
024400     END-EXEC.
024500     IF WS-PIN-ACCEPTED
024600         GO TO 2300-CHECK-PIN-EXIT
024700     END-IF.
024800     PERFORM 2390-AUDIT-PIN-FAILURE
024900         THRU 2390-AUDIT-PIN-FAILURE-EXIT.
025000     IF CRED-LOCKED
025100         MOVE 'WLCK' TO CGAUD-EVENT-TYPE
025200         MOVE WS-FORM-OWNER(1:8) TO CGAUD-RESOURCE-NAME
025300         PERFORM 7000-WRITE-AUDIT-RECORD
025400             THRU 7000-WRITE-AUDIT-RECORD-EXIT
025500     END-IF.
025600 2300-CHECK-PIN-EXIT.
025700     EXIT.
025800
025900 2390-AUDIT-PIN-FAILURE.
026000     MOVE 'WPNF' TO CGAUD-EVENT-TYPE.
026100     MOVE WS-FORM-OWNER(1:8) TO CGAUD-RESOURCE-NAME.
026200     PERFORM 7000-WRITE-AUDIT-RECORD
026300         THRU 7000-WRITE-AUDIT-RECORD-EXIT.
026400 2390-AUDIT-PIN-FAILURE-EXIT.
026500     EXIT.
026600
026700 3000-BUILD-ACCOUNT-PAGE.
026800     MOVE SPACES TO WS-RESPONSE-HTML.
026900     MOVE 1 TO WS-RESPONSE-PTR.
027000     STRING '<HTML><BODY>ACCOUNT FOR ' DELIMITED BY SIZE
027100         OWNER-NAME DELIMITED BY SIZE
027200         INTO WS-RESPONSE-HTML
027300         WITH POINTER WS-RESPONSE-PTR
027400     END-STRING.
027500
027600     MOVE ZERO TO WS-LINES-SHOWN.
027700     MOVE 'N' TO WS-BROWSE-DONE-SW.
027800     MOVE WS-FORM-OWNER TO WS-RID-OWX-OWNER.
027900     MOVE ZERO TO WS-RID-OWX-SEQ.
028000     EXEC CICS
028100         STARTBR FILE('OWNWEBIX')
028200         RIDFLD(WS-RID-OWX-KEY)
028300         GTEQ
028400         RESP(WS-RESP)
028500         RESP2(WS-RESP2)
028600     END-EXEC.
028700     MOVE 'N' TO WS-BROWSE-OPEN-SW.
028800     IF WS-RESP = DFHRESP(NORMAL)
028900         SET WS-BROWSE-OPEN TO TRUE
029000     ELSE
029100         SET WS-BROWSE-DONE TO TRUE
029200     END-IF.
029300
029400     PERFORM 3100-BROWSE-ONE-LINE
029500         THRU 3100-BROWSE-ONE-LINE-EXIT
029600         UNTIL WS-BROWSE-DONE
029700             OR WS-LINES-SHOWN NOT < WS-MAX-LINES.
029800
029900     IF WS-BROWSE-OPEN
030000         EXEC CICS
030100             ENDBR FILE('OWNWEBIX')
030200             RESP(WS-RESP)
030300             RESP2(WS-RESP2)
030400         END-EXEC
030500     END-IF.
030600
030700     IF WS-LINES-SHOWN = ZERO
030800         STRING '<BR>NO ACCOUNT LINES ON FILE TONIGHT.'
030900             DELIMITED BY SIZE
031000             INTO WS-RESPONSE-HTML
031100             WITH POINTER WS-RESPONSE-PTR
031200         END-STRING
031300     END-IF.
031400     STRING '</BODY></HTML>' DELIMITED BY SIZE
031500         INTO WS-RESPONSE-HTML
031600         WITH POINTER WS-RESPONSE-PTR
031700     END-STRING.
031800 3000-BUILD-ACCOUNT-PAGE-EXIT.
031900     EXIT.
032000
032100 3100-BROWSE-ONE-LINE.
032200     EXEC CICS
032300         READNEXT FILE('OWNWEBIX')
032400         INTO(WS-OWNER-INQ-RECORD)
032500         RIDFLD(WS-RID-OWX-KEY)
032600         RESP(WS-RESP)
032700         RESP2(WS-RESP2)
032800     END-EXEC.
032900     IF WS-RESP NOT = DFHRESP(NORMAL)
033000         SET WS-BROWSE-DONE TO TRUE
033100         GO TO 3100-BROWSE-ONE-LINE-EXIT
033200     END-IF.
033300     IF WS-OWX-OWNER NOT = WS-FORM-OWNER
033400         SET WS-BROWSE-DONE TO TRUE
033500         GO TO 3100-BROWSE-ONE-LINE-EXIT
033600     END-IF.
033700
033800     ADD 1 TO WS-LINES-SHOWN.
033900     STRING '<BR>' WS-OWX-LINE
034000         DELIMITED BY SIZE
034100         INTO WS-RESPONSE-HTML
034200         WITH POINTER WS-RESPONSE-PTR
034300     END-STRING.
034400 3100-BROWSE-ONE-LINE-EXIT.
034500     EXIT.
034600
034700 4100-BUILD-ERROR-RESPONSE.
034800     MOVE SPACES TO WS-RESPONSE-HTML.
034900     STRING '<HTML><BODY>NO ACCOUNT AVAILABLE FOR THAT '
035000            'OWNER AND PIN.<BR>REPEATED FAILURES LOCK THE '
035100            'ACCOUNT UNTIL THE PIN IS RESET.</BODY></HTML>'
035200         DELIMITED BY SIZE
035300         INTO WS-RESPONSE-HTML
035400     END-STRING.
035500 4100-BUILD-ERROR-RESPONSE-EXIT.
035600     EXIT.
035700
035800 5000-SEND-RESPONSE.
035900     PERFORM 5100-COMPUTE-RESPONSE-LENGTH
036000         THRU 5100-COMPUTE-RESPONSE-LENGTH-EXIT.
036100     EXEC CICS
036200         WEB SEND
036300         FROM(WS-RESPONSE-HTML)
036400         LENGTH(WS-RESPONSE-LEN)
036500         RESP(WS-RESP)
036600         RESP2(WS-RESP2)
036700     END-EXEC.
036800     MOVE 'WEBS' TO CGAUD-EVENT-TYPE.
036900     MOVE 'RESP' TO CGAUD-RESOURCE-NAME.
037000     PERFORM 7000-WRITE-AUDIT-RECORD
037100         THRU 7000-WRITE-AUDIT-RECORD-EXIT.
037200 5000-SEND-RESPONSE-EXIT.
037300     EXIT.
037400
037500 5100-COMPUTE-RESPONSE-LENGTH.
037600     MOVE +1000 TO WS-RESPONSE-LEN.
037700     PERFORM 5110-TRIM-ONE-CHARACTER
037800         THRU 5110-TRIM-ONE-CHARACTER-EXIT
037900         UNTIL WS-RESPONSE-LEN = 0
038000         OR WS-RESPONSE-HTML(WS-RESPONSE-LEN:1) NOT = SPACE.
038100 5100-COMPUTE-RESPONSE-LENGTH-EXIT.
038200     EXIT.
038300
038400 5110-TRIM-ONE-CHARACTER.
038500     SUBTRACT 1 FROM WS-RESPONSE-LEN.
038600 5110-TRIM-ONE-CHARACTER-EXIT.
038700     EXIT.
038800
038900 7000-WRITE-AUDIT-RECORD.
039000     MOVE 'OWNWEB  ' TO CGAUD-PROGRAM-ID.
039100     MOVE WS-RESP TO CGAUD-RESP-CODE.
039200     MOVE WS-TODAY-YYYYMMDD TO CGAUD-RUN-DATE.
039300     MOVE WS-TIME-HHMMSSHH TO CGAUD-RUN-TIME.
039400     EXEC CICS
039500         WRITEQ TD
039600         QUEUE('CGAU')
039700         FROM(CGAUDIT-RECORD)
039800         LENGTH(+40)
039900     END-EXEC.
040000 7000-WRITE-AUDIT-RECORD-EXIT.
040100     EXIT.
040200
040300 8900-HASH-PIN.
040400*    SEE PINHASH - THESE PARAGRAPHS ARE THE SAME IN PINISSUE,
040500*    STUDWEB AND OWNWEB.  WS-PIN-ENTERED AND WS-PIN-SALT IN,
040600*    WS-PIN-HASH OUT.
040700     MOVE WS-PIN-SALT TO WS-PIN-HASH.
040800     PERFORM 8910-HASH-ONE-ROUND
040900         THRU 8910-HASH-ONE-ROUND-EXIT
041000         VARYING WS-PIN-ROUND FROM 1 BY 1
041100         UNTIL WS-PIN-ROUND > WS-PIN-ROUNDS.
041200 8900-HASH-PIN-EXIT.
041300     EXIT.
041400
041500 8910-HASH-ONE-ROUND.
041600     PERFORM 8920-HASH-ONE-DIGIT
041700         THRU 8920-HASH-ONE-DIGIT-EXIT
041800         VARYING WS-PIN-SUB FROM 1 BY 1
041900         UNTIL WS-PIN-SUB > 6.
042000 8910-HASH-ONE-ROUND-EXIT.
042100     EXIT.
042200
042300 8920-HASH-ONE-DIGIT.
042400     COMPUTE WS-PIN-ACCUM = WS-PIN-HASH * 7919
042500         + WS-PIN-DIGIT(WS-PIN-SUB) * 104729
042600         + WS-PIN-ROUND + WS-PIN-SALT.
042700     DIVIDE WS-PIN-ACCUM BY WS-PIN-MODULUS
042800         GIVING WS-PIN-QUOTIENT
042900         REMAINDER WS-PIN-HASH.
043000 8920-HASH-ONE-DIGIT-EXIT.
043100     EXIT.
043200
043300 9999-EXIT.
043400     MOVE WS-RETURN-CODE TO RETURN-CODE.
043500     STOP RUN.
