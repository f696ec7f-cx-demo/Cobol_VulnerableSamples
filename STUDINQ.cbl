002900*                    MASTER, PF4 UPDATES ARE REFUSED WITH A
003000*                    NIGHTLY-PROCESSING MESSAGE AND INQUIRY
003100*                    STAYS UP.
003200*   2026-10-15 RLW  EVERY AUDIT RECORD NOW CARRIES THE SIGNED-ON
003300*                    USERID AND THE FULL NINE-DIGIT STUDENT-ID
003400*                    (SEE CGAUDIT) FOR THE ACCSMON WEEKLY
003500*                    ACCESS-MONITORING REPORT.
003600*================================================================
003700 DATA DIVISION.
003800 WORKING-STORAGE SECTION.
003900 COPY RETCODES.
004000
004100*    TRANSLATOR-SUPPLIED ATTENTION IDENTIFIERS (DFHPF3/DFHPF4).
004200     COPY DFHAID.
004300
004400*    SYMBOLIC MAP FOR STUDMAP - KEPT IN STEP WITH THE STUDBMS
004500*    MAPSET SOURCE BY HAND, THE WAY THIS SHOP CODES ITS MAPS.
004600 01  STUDMAPI.
004700     05  FILLER                      PIC X(12).
004800     05  STUDIDL                     PIC S9(04) COMP.
004900     05  STUDIDF                     PIC X(01).
005000     05  STUDIDI                     PIC X(09).
005100     05  SNAMEL                      PIC S9(04) COMP.
005200     05  SNAMEF                      PIC X(01).
005300     05  SNAMEI                      PIC X(25).
005400     05  SSTATL                      PIC S9(04) COMP.
005500     05  SSTATF                      PIC X(01).
005600     05  SSTATI                      PIC X(01).
005700     05  SGPAL                       PIC S9(04) COMP.
005800     05  SGPAF                       PIC X(01).
005900     05  SGPAI                       PIC X(04).
006000     05  SMSGL                       PIC S9(04) COMP.
006100     05  SMSGF                       PIC X(01).
006200     05  SMSGI                       PIC X(60).
006300 01  STUDMAPO REDEFINES STUDMAPI.
006400     05  FILLER                      PIC X(12).
006500     05  FILLER                      PIC X(03).
006600     05  STUDIDO                     PIC 9(09).
006700     05  FILLER                      PIC X(03).
006800     05  SNAMEO                      PIC X(25).
006900     05  FILLER                      PIC X(03).
007000     05  SSTATO                      PIC X(01).
007100     05  FILLER                      PIC X(03).
007200     05  SGPAO                       PIC X(04).
007300     05  FILLER                      PIC X(03).
007400     05  SMSGO                       PIC X(60).
007500
007600*    STUDENT RECORD AS READ FROM THE FILE-CONTROL-TABLE ENTRY
007700*    'STUDENT' (THE SAME INDEXED MASTER THE BATCH SUITE USES).
007800     COPY STUDWS.
007900
008000 01  WS-RID-STUDENT-ID               PIC 9(09) VALUE ZERO.
008100 01  WS-GPA-TEXT                     PIC X(04) VALUE SPACES.
008200 01  WS-GPA-NUM                      PIC 9(01)V9(02) VALUE ZERO.
008300 01  WS-GPA-DIGITS REDEFINES WS-GPA-NUM
008400                                    PIC X(03).
008500 01  WS-GPA-EDIT                     PIC 9.99.
008600
008700 01  WS-RESP                         PIC S9(08) COMP VALUE ZERO.
008800 01  WS-RESP2                        PIC S9(08) COMP VALUE ZERO.
008900
009000*    USERS AUTHORIZED FOR THE PF4 UPDATE PATH.  INQUIRY IS OPEN
009100*    TO THE WHOLE FRONT OFFICE; UPDATES ARE NOT.
009200 01  WS-USERID                       PIC X(08) VALUE SPACES.
009300 01  WS-UPDATER-TABLE.
009400     05  WS-UPDATER OCCURS 4 TIMES   PIC X(08).
009500 01  WS-UPDATER-SUB                  PIC 9(02) COMP.
009600 01  WS-UPDATE-AUTH-SW               PIC X(01) VALUE 'N'.
009700     88  WS-UPDATE-AUTHORIZED        VALUE 'Y'.
009800
009900*    ONLINE/BATCH QUIESCE STATE (SEE QSCREC) - WHILE THE CYCLE
010000*    HOLDS THE STUDENT MASTER, UPDATES ARE REFUSED AND INQUIRY
010100*    STAYS UP.
010200 COPY QSCREC.
010300 01  WS-RID-QSC-RESOURCE             PIC X(08) VALUE 'STUDENT'.
010400 01  WS-QUIESCED-SW                  PIC X(01) VALUE 'N'.
010500     88  WS-MASTER-QUIESCED          VALUE 'Y'.
010600
010700 01  WS-COMMAREA                     PIC X(01) VALUE SPACE.
010800
010900 COPY CGAUDIT.
011000
011100*    SHARED STUDENT-MASTER CHANGE-LOG RECORD (SEE STUCHGRC),
011200*    WRITTEN THROUGH THE 'SCHG' EXTRAPARTITION TD QUEUE.
011300 COPY STUCHGRC.
011400 01  WS-OLD-ENROLL-STATUS            PIC X(01) VALUE SPACE.
011500 01  WS-OLD-GPA                      PIC 9(01)V9(02) VALUE ZERO.
011600 01  WS-CHG-GPA-EDIT                 PIC 9.99.
011700
011800 01  WS-CURRENT-DATE-TIME.
011900     05  WS-TODAY-YYYYMMDD           PIC 9(08).
012000     05  WS-TIME-HHMMSSHH            PIC 9(08).
012100     05  FILLER                      PIC X(05).
012200
012300 LINKAGE SECTION.
012400 01  DFHCOMMAREA                     PIC X(01).
012500
012600 PROCEDURE DIVISION.
012700 0000-MAINLINE.
012800     PERFORM 1000-INITIALIZE
012900         THRU 1000-INITIALIZE-EXIT.
013000
013100     IF EIBCALEN = ZERO
013200         PERFORM 5000-SEND-FRESH-MAP
013300             THRU 5000-SEND-FRESH-MAP-EXIT
013400         GO TO 9999-EXIT
013500     END-IF.
013600
013700     PERFORM 2000-RECEIVE-MAP
013800         THRU 2000-RECEIVE-MAP-EXIT.
013900
014000     EVALUATE EIBAID
014100         WHEN DFHPF3
014200             PERFORM 6000-EXIT-TRANSACTION
014300                 THRU 6000-EXIT-TRANSACTION-EXIT
014400         WHEN DFHPF4
014500             PERFORM 4000-APPLY-UPDATE
014600                 THRU 4000-APPLY-UPDATE-EXIT
014700         WHEN OTHER
014800             PERFORM 3000-INQUIRE-STUDENT
014900                 THRU 3000-INQUIRE-STUDENT-EXIT
015000     END-EVALUATE.
015100
015200     PERFORM 5100-SEND-MAP-AND-RETURN
015300         THRU 5100-SEND-MAP-AND-RETURN-EXIT.
015400     GO TO 9999-EXIT.
015500
015600 1000-INITIALIZE.
015700     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
015800     MOVE 'REGSUPV1' TO WS-UPDATER(1).
015900     MOVE 'REGSUPV2' TO WS-UPDATER(2).
016000     MOVE 'REGCLRK1' TO WS-UPDATER(3).
016100     MOVE 'OPSLEAD1' TO WS-UPDATER(4).
016200 1000-INITIALIZE-EXIT.
016300     EXIT.
016400
016500 2000-RECEIVE-MAP.
016600     EXEC CICS
016700         RECEIVE MAP('STUDMAP')
016800         MAPSET('STUDBMS')
016900         INTO(STUDMAPI)
017000         RESP(WS-RESP)
017100         RESP2(WS-RESP2)
017200     END-EXEC.
017300 2000-RECEIVE-MAP-EXIT.
017400     EXIT.
017500
017600 3000-INQUIRE-STUDENT.
017700     IF STUDIDI IS NOT NUMERIC
017800         MOVE 'STUDENT-ID MUST BE NUMERIC AND NON-ZERO' TO SMSGO
017900         GO TO 3000-INQUIRE-STUDENT-EXIT
018000     END-IF.
018100     MOVE STUDIDI TO WS-RID-STUDENT-ID.
018200     IF WS-RID-STUDENT-ID = ZERO
018300         MOVE 'STUDENT-ID MUST BE NUMERIC AND NON-ZERO' TO SMSGO
018400         GO TO 3000-INQUIRE-STUDENT-EXIT
018500     END-IF.
018600
018700     EXEC CICS
018800         READ FILE('STUDENT')
018900         INTO(WS-STUDENT)
019000         RIDFLD(WS-RID-STUDENT-ID)
019100         RESP(WS-RESP)
019200         RESP2(WS-RESP2)
019300     END-EXEC.
019400
019500     MOVE 'INQ ' TO CGAUD-EVENT-TYPE.
019600     PERFORM 8000-WRITE-AUDIT-RECORD
019700         THRU 8000-WRITE-AUDIT-RECORD-EXIT.
019800
019900     IF WS-RESP NOT = DFHRESP(NORMAL)
020000         MOVE SPACES TO SNAMEO
020100         MOVE SPACES TO SSTATO
020200         MOVE SPACES TO SGPAO
020300         MOVE 'NO STUDENT RECORD FOR THAT STUDENT-ID' TO SMSGO
020400         GO TO 3000-INQUIRE-STUDENT-EXIT
020500     END-IF.
020600
020700     MOVE WS-NAME TO SNAMEO.
020800     MOVE WS-STUDENT-ENROLL-STATUS TO SSTATO.
020900     MOVE WS-STUDENT-GPA TO WS-GPA-NUM.
021000     MOVE WS-GPA-NUM TO WS-GPA-EDIT.
021100     MOVE WS-GPA-EDIT TO SGPAO.
021200     MOVE 'STUDENT FOUND' TO SMSGO.
021300 3000-INQUIRE-STUDENT-EXIT.
021400     EXIT.
021500
021600 4000-APPLY-UPDATE.
021700     PERFORM 4100-CHECK-UPDATE-AUTHORITY
021800         THRU 4100-CHECK-UPDATE-AUTHORITY-EXIT.
021900     IF NOT WS-UPDATE-AUTHORIZED
022000         MOVE 'AUTH' TO CGAUD-EVENT-TYPE
022100         PERFORM 8000-WRITE-AUDIT-RECORD
022200             THRU 8000-WRITE-AUDIT-RECORD-EXIT
022300         MOVE 'USER NOT AUTHORIZED FOR UPDATES' TO SMSGO
022400         GO TO 4000-APPLY-UPDATE-EXIT
022500     END-IF.
022600
022700     IF STUDIDI IS NOT NUMERIC
022800         MOVE 'STUDENT-ID MUST BE NUMERIC AND NON-ZERO' TO SMSGO
022900         GO TO 4000-APPLY-UPDATE-EXIT
023000     END-IF.
023100     MOVE STUDIDI TO WS-RID-STUDENT-ID.
023200
023300     PERFORM 4200-CHECK-QUIESCE
023400         THRU 4200-CHECK-QUIESCE-EXIT.
023500     IF WS-MASTER-QUIESCED
023600         MOVE 'AUTH' TO CGAUD-EVENT-TYPE
023700         PERFORM 8000-WRITE-AUDIT-RECORD
023800             THRU 8000-WRITE-AUDIT-RECORD-EXIT
023900         MOVE 'NIGHTLY PROCESSING IN PROGRESS - TRY LATER'
024000             TO SMSGO
024100         GO TO 4000-APPLY-UPDATE-EXIT
024200     END-IF.
024300
024400     IF SSTATI NOT = 'A' AND SSTATI NOT = 'I'
024500             AND SSTATI NOT = 'G' AND SSTATI NOT = 'S'
024600         MOVE 'STATUS MUST BE A, I, G OR S' TO SMSGO
024700         GO TO 4000-APPLY-UPDATE-EXIT
024800     END-IF.
024900
025000     MOVE SGPAI TO WS-GPA-TEXT.
025100     IF WS-GPA-TEXT(1:1) IS NOT NUMERIC
025200             OR WS-GPA-TEXT(2:1) NOT = '.'
025300             OR WS-GPA-TEXT(3:2) IS NOT NUMERIC
025400         MOVE 'GPA MUST BE ENTERED AS 9.99' TO SMSGO
025500         GO TO 4000-APPLY-UPDATE-EXIT
025600     END-IF.
025700
025800     EXEC CICS
025900         READ FILE('STUDENT')
026000         INTO(WS-STUDENT)
026100         RIDFLD(WS-RID-STUDENT-ID)
026200         UPDATE
026300         RESP(WS-RESP)
026400         RESP2(WS-RESP2)
026500     END-EXEC.
026600     IF WS-RESP NOT = DFHRESP(NORMAL)
026700         MOVE 'NO STUDENT RECORD FOR THAT STUDENT-ID' TO SMSGO
026800         GO TO 4000-APPLY-UPDATE-EXIT
026900     END-IF.
027000
027100*    OLD VALUES FOR THE CHANGE LOG, BEFORE THE SCREEN FIELDS
027200*    OVERWRITE THEM.
027300     MOVE WS-STUDENT-ENROLL-STATUS TO WS-OLD-ENROLL-STATUS.
027400     MOVE WS-STUDENT-GPA TO WS-OLD-GPA.
027500
027600     MOVE SSTATI TO WS-STUDENT-ENROLL-STATUS.
027700*    THE 9.99 SHAPE EDIT ABOVE GUARANTEES DIGIT-POINT-DIGITS,
027800*    SO THE VALUE IS REASSEMBLED DIRECTLY FROM ITS DIGITS.
027900     MOVE WS-GPA-TEXT(1:1) TO WS-GPA-DIGITS(1:1).
028000     MOVE WS-GPA-TEXT(3:2) TO WS-GPA-DIGITS(2:2).
028100     MOVE WS-GPA-NUM TO WS-STUDENT-GPA.
028200
028300     EXEC CICS
028400         REWRITE FILE('STUDENT')
028500         FROM(WS-STUDENT)
028600         RESP(WS-RESP)
028700         RESP2(WS-RESP2)
028800     END-EXEC.
028900
029000     MOVE 'UPDT' TO CGAUD-EVENT-TYPE.
029100     PERFORM 8000-WRITE-AUDIT-RECORD
029200         THRU 8000-WRITE-AUDIT-RECORD-EXIT.
029300
029400     IF WS-RESP = DFHRESP(NORMAL)
029500         MOVE 'STUDENT UPDATED' TO SMSGO
029600         PERFORM 8100-WRITE-CHANGE-LOG
029700             THRU 8100-WRITE-CHANGE-LOG-EXIT
029800     ELSE
029900         MOVE 'UPDATE FAILED - RECORD NOT REWRITTEN' TO SMSGO
030000     END-IF.
030100 4000-APPLY-UPDATE-EXIT.
030200     EXIT.
030300
030400 8100-WRITE-CHANGE-LOG.
030500*    ONE CHANGE-LOG RECORD PER CHANGED FIELD THROUGH THE 'SCHG'
030600*    TD QUEUE - STUCHGRP MERGES THEM WITH THE BATCH UPDATERS'
030700*    RECORDS ON THE DAILY CHANGE REPORT.
030800     IF WS-STUDENT-ENROLL-STATUS NOT = WS-OLD-ENROLL-STATUS
030900         MOVE SPACES TO STUDENT-CHANGE-RECORD
031000         MOVE 'STUDINQ ' TO SCHG-PROGRAM-ID
031100         MOVE WS-USERID TO SCHG-OPERATOR-ID
031200         MOVE WS-RID-STUDENT-ID TO SCHG-STUDENT-ID
031300         MOVE 'STATUS' TO SCHG-FIELD-NAME
031400         MOVE WS-OLD-ENROLL-STATUS TO SCHG-OLD-VALUE
031500         MOVE WS-STUDENT-ENROLL-STATUS TO SCHG-NEW-VALUE
031600         MOVE WS-TODAY-YYYYMMDD TO SCHG-RUN-DATE
031700         MOVE WS-TIME-HHMMSSHH  TO SCHG-RUN-TIME
031800         EXEC CICS
031900             WRITEQ TD QUEUE('SCHG')
032000             FROM(STUDENT-CHANGE-RECORD)
032100             LENGTH(LENGTH OF STUDENT-CHANGE-RECORD)
032200         END-EXEC
032300     END-IF.
032400     IF WS-STUDENT-GPA NOT = WS-OLD-GPA
032500         MOVE SPACES TO STUDENT-CHANGE-RECORD
032600         MOVE 'STUDINQ ' TO SCHG-PROGRAM-ID
032700         MOVE WS-USERID TO SCHG-OPERATOR-ID
032800         MOVE WS-RID-STUDENT-ID TO SCHG-STUDENT-ID
032900         MOVE 'GPA' TO SCHG-FIELD-NAME
033000         MOVE WS-OLD-GPA TO WS-CHG-GPA-EDIT
033100         MOVE WS-CHG-GPA-EDIT TO SCHG-OLD-VALUE
033200         MOVE WS-STUDENT-GPA TO WS-CHG-GPA-EDIT
033300         MOVE WS-CHG-GPA-EDIT TO SCHG-NEW-VALUE
033400         MOVE WS-TODAY-YYYYMMDD TO SCHG-RUN-DATE
033500         MOVE WS-TIME-HHMMSSHH  TO SCHG-RUN-TIME
033600         EXEC CICS
033700             WRITEQ TD QUEUE('SCHG')
033800             FROM(STUDENT-CHANGE-RECORD)
033900             LENGTH(LENGTH OF STUDENT-CHANGE-RECORD)
034000         END-EXEC
034100     END-IF.
034200 8100-WRITE-CHANGE-LOG-EXIT.
034300     EXIT.
034400
034500 4200-CHECK-QUIESCE.
034600*    NO RECORD ON THE QUIESCE FILE MEANS AVAILABLE - ONLY AN
034700*    EXPLICIT 'Q' STATE LOCKS UPDATES OUT, SO A MISSING OR
034800*    UNREADABLE STATE FILE CANNOT STRAND THE FRONT OFFICE.
034900     MOVE 'N' TO WS-QUIESCED-SW.
035000     EXEC CICS
035100         READ FILE('QUIESCE')
035200         INTO(QUIESCE-RECORD)
035300         RIDFLD(WS-RID-QSC-RESOURCE)
035400         RESP(WS-RESP)
035500         RESP2(WS-RESP2)
035600     END-EXEC.
035700     IF WS-RESP = DFHRESP(NORMAL) AND QSC-QUIESCED
035800         MOVE 'Y' TO WS-QUIESCED-SW
035900     END-IF.
036000 4200-CHECK-QUIESCE-EXIT.
036100     EXIT.
036200
036300 4100-CHECK-UPDATE-AUTHORITY.
036400     EXEC CICS
036500         ASSIGN USERID(WS-USERID)
036600     END-EXEC.
036700     MOVE 'N' TO WS-UPDATE-AUTH-SW.
036800     PERFORM 4110-CHECK-ONE-UPDATER
036900         THRU 4110-CHECK-ONE-UPDATER-EXIT
037000         VARYING WS-UPDATER-SUB FROM 1 BY 1
037100         UNTIL WS-UPDATER-SUB > 4.
037200 4100-CHECK-UPDATE-AUTHORITY-EXIT.
037300     EXIT.
037400
037500 4110-CHECK-ONE-UPDATER.
037600     IF WS-USERID = WS-UPDATER(WS-UPDATER-SUB)
037700         MOVE 'Y' TO WS-UPDATE-AUTH-SW
037800     END-IF.
037900 4110-CHECK-ONE-UPDATER-EXIT.
038000     EXIT.
038100
038200 5000-SEND-FRESH-MAP.
038300     MOVE LOW-VALUES TO STUDMAPI.
038400     EXEC CICS
038500         SEND MAP('STUDMAP')
038600         MAPSET('STUDBMS')
038700         FROM(STUDMAPO)
038800         ERASE
038900     END-EXEC.
039000     EXEC CICS
039100         RETURN TRANSID('STIQ')
039200         COMMAREA(WS-COMMAREA)
039300         LENGTH(1)
039400     END-EXEC.
039500 5000-SEND-FRESH-MAP-EXIT.
039600     EXIT.
039700
039800 5100-SEND-MAP-AND-RETURN.
039900     EXEC CICS
040000         SEND MAP('STUDMAP')
040100         MAPSET('STUDBMS')
040200         FROM(STUDMAPO)
040300     END-EXEC.
040400     EXEC CICS
040500         RETURN TRANSID('STIQ')
040600         COMMAREA(WS-COMMAREA)
040700         LENGTH(1)
040800     END-EXEC.
040900 5100-SEND-MAP-AND-RETURN-EXIT.
041000     EXIT.
041100
041200 6000-EXIT-TRANSACTION.
041300     EXEC CICS
041400         SEND TEXT FROM(WS-GPA-TEXT) LENGTH(0) ERASE
041500     END-EXEC.
041600     EXEC CICS
041700         RETURN
041800     END-EXEC.
041900 6000-EXIT-TRANSACTION-EXIT.
042000     EXIT.
042100
042200 8000-WRITE-AUDIT-RECORD.
042300*    SAME SHARED CGAU EXTRAPARTITION TD QUEUE THE REST OF THE
042400*    COBOLGREETING FAMILY WRITES, PICKED UP BY CGVOLRPT.
042500     MOVE 'STUDINQ ' TO CGAUD-PROGRAM-ID.
042600*    THE AUDIT RECORD'S RESOURCE FIELD PREDATES THE NINE-DIGIT
042700*    STUDENT ID - THE LOW-ORDER EIGHT DIGITS GO ON THE TRAIL,
042800*    AND THE WHOLE ID WITH WHO LOOKED IN THE EXTENSION.
042900     MOVE WS-RID-STUDENT-ID(2:8) TO CGAUD-RESOURCE-NAME.
043000     EXEC CICS
043100         ASSIGN USERID(WS-USERID)
043200     END-EXEC.
043300     MOVE WS-USERID TO CGAUD-OPERATOR-ID.
043400     MOVE WS-RID-STUDENT-ID TO CGAUD-STUDENT-ID-N.
043500     MOVE WS-RESP TO CGAUD-RESP-CODE.
043600     MOVE WS-TODAY-YYYYMMDD TO CGAUD-RUN-DATE.
043700     MOVE WS-TIME-HHMMSSHH TO CGAUD-RUN-TIME.
043800     EXEC CICS
043900         WRITEQ TD
044000         QUEUE('CGAU')
044100         FROM(CGAUDIT-RECORD)
044200         LENGTH(+60)
044300     END-EXEC.
044400 8000-WRITE-AUDIT-RECORD-EXIT.
044500     EXIT.
044600
044700 9999-EXIT.
044800     EXEC CICS
044900         RETURN
045000     END-EXEC.
045100     GOBACK.
