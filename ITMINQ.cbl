003300*                    THE ITEMS TABLE EVERY CYCLE, SO WITHOUT
003400*                    THE CAPTURED TRANSACTION THE SCREEN CHANGE
003500*                    WOULD BE ERASED AT THE NEXT EXTRACT.
003600*   2026-10-15 RLW  THE CAPTURED 'C' TRANSACTION CARRIES THE UNIT
003700*                    WEIGHT, UNIT CUBE AND STORAGE CLASS FROM
003800*                    ITEMMAST (84 BYTES, AS ITMMAINT NOW READS
003900*                    IT) SO THE BATCH CHANGE KEEPS THEM.
004000*================================================================
004100 DATA DIVISION.
004200 WORKING-STORAGE SECTION.
004300 COPY RETCODES.
004400
004500*    TRANSLATOR-SUPPLIED ATTENTION IDENTIFIERS (DFHPF3/DFHPF4).
004600     COPY DFHAID.
004700
004800*    SYMBOLIC MAP FOR ITEMMAP - KEPT IN STEP WITH THE ITEMBMS
004900*    MAPSET SOURCE BY HAND, THE WAY THIS SHOP CODES ITS MAPS.
005000 01  ITEMMAPI.
005100     05  FILLER                      PIC X(12).
005200     05  IOWNERL                     PIC S9(04) COMP.
005300     05  IOWNERF                     PIC X(01).
005400     05  IOWNERI                     PIC X(20).
005500     05  IITEML                      PIC S9(04) COMP.
005600     05  IITEMF                      PIC X(01).
005700     05  IITEMI                      PIC X(20).
005800     05  IQTYL                       PIC S9(04) COMP.
005900     05  IQTYF                       PIC X(01).
006000     05  IQTYI                       PIC X(05).
006100     05  IROPL                       PIC S9(04) COMP.
006200     05  IROPF                       PIC X(01).
006300     05  IROPI                       PIC X(05).
006400     05  ILOCL                       PIC S9(04) COMP.
006500     05  ILOCF                       PIC X(01).
006600     05  ILOCI                       PIC X(10).
006700     05  ICOSTL                      PIC S9(04) COMP.
006800     05  ICOSTF                      PIC X(01).
006900     05  ICOSTI                      PIC X(08).
007000     05  IMSGL                       PIC S9(04) COMP.
007100     05  IMSGF                       PIC X(01).
007200     05  IMSGI                       PIC X(60).
007300 01  ITEMMAPO REDEFINES ITEMMAPI.
007400     05  FILLER                      PIC X(12).
007500     05  FILLER                      PIC X(03).
007600     05  IOWNERO                     PIC X(20).
007700     05  FILLER                      PIC X(03).
007800     05  IITEMO                      PIC X(20).
007900     05  FILLER                      PIC X(03).
008000     05  IQTYO                       PIC X(05).
008100     05  FILLER                      PIC X(03).
008200     05  IROPO                       PIC X(05).
008300     05  FILLER                      PIC X(03).
008400     05  ILOCO                       PIC X(10).
008500     05  FILLER                      PIC X(03).
008600     05  ICOSTO                      PIC X(08).
008700     05  FILLER                      PIC X(03).
008800     05  IMSGO                       PIC X(60).
008900
009000*    ITEM RECORD AS READ FROM THE FILE-CONTROL-TABLE ENTRY
009100*    'ITEMMAST' (THE INDEXED COMPANION ITMEXTR REGENERATES).
009200     COPY ITEMMREC.
009300
009400*    OWNER AND LOCATION MASTER RECORDS FOR THE UPDATE EDITS -
009500*    SAME INDEXED MASTERS THE BATCH SUITE READS KEYED.
009600     COPY OWNERREC.
009700     COPY LOCREC.
009800
009900 01  WS-RID-ITEM-KEY.
010000     05  WS-RID-OWNER                PIC X(20).
010100     05  WS-RID-ITEM-NAME            PIC X(20).
010200 01  WS-RID-OWNER-ID                 PIC X(20) VALUE SPACES.
010300 01  WS-RID-LOC-ID                   PIC X(10) VALUE SPACES.
010400
010500 01  WS-COST-TEXT                    PIC X(08) VALUE SPACES.
010600 01  WS-COST-NUM                     PIC 9(05)V9(02) VALUE ZERO.
010700 01  WS-COST-DIGITS REDEFINES WS-COST-NUM
010800                                    PIC X(07).
010900 01  WS-COST-EDIT                    PIC 9(05).9(02).
011000
011100*    OLD VALUES FOR THE CHANGE-AUDIT LINE, CAPTURED AFTER THE
011200*    READ-FOR-UPDATE AND BEFORE THE SCREEN FIELDS OVERWRITE
011300*    THEM.
011400 01  WS-OLD-REORDER-POINT            PIC 9(05) VALUE ZERO.
011500 01  WS-OLD-LOCATION                 PIC X(10) VALUE SPACES.
011600 01  WS-OLD-UNIT-COST                PIC 9(05)V9(02) VALUE ZERO.
011700
011800 01  WS-RESP                         PIC S9(08) COMP VALUE ZERO.
011900 01  WS-RESP2                        PIC S9(08) COMP VALUE ZERO.
012000
012100*    USERS AUTHORIZED FOR THE PF4 UPDATE PATH.  INQUIRY IS OPEN
012200*    TO THE WHOLE WAREHOUSE OFFICE; UPDATES ARE NOT.
012300 01  WS-USERID                       PIC X(08) VALUE SPACES.
012400 01  WS-UPDATER-TABLE.
012500     05  WS-UPDATER OCCURS 4 TIMES   PIC X(08).
012600 01  WS-UPDATER-SUB                  PIC 9(02) COMP.
012700 01  WS-UPDATE-AUTH-SW               PIC X(01) VALUE 'N'.
012800     88  WS-UPDATE-AUTHORIZED        VALUE 'Y'.
012900 01  WS-FOUND-SW                     PIC X(01) VALUE 'N'.
013000     88  WS-FOUND                    VALUE 'Y'.
013100
013200 01  WS-COMMAREA                     PIC X(01) VALUE SPACE.
013300
013400 COPY CGAUDIT.
013500
013600*    THE SAME 132-BYTE CHANGE-AUDIT LINE ITMMAINT WRITES TO
013700*    ITMMAUDT, SENT THROUGH THE 'IAUD' EXTRAPARTITION TD QUEUE
013800*    BACKED BY THAT DATASET.
013900 01  WS-CHANGE-AUDIT-LINE            PIC X(132) VALUE SPACES.
014000
014100*    THE ITMMAINT TRANSACTION THE UPDATE ALSO CAPTURES,
014200*    THROUGH THE 'IMNT' TD QUEUE BACKED BY THE ITMMTRAN
014300*    DATASET (THE STUDWEB ENRQ PATTERN) - ITEMMAST IS
014400*    REGENERATED FROM THE ITEMS TABLE EVERY CYCLE, SO ONLY
014500*    THE BATCH POSTING MAKES THE CHANGE STICK.  THE ROW'S
014600*    CURRENT QUANTITY RIDES ALONG SO THE CHANGE IS
014700*    QUANTITY-NEUTRAL.
014800 01  WS-ITMM-TRAN.
014900     05  WTRN-ACTION                 PIC X(01).
015000     05  WTRN-OWNER                  PIC X(20).
015100     05  WTRN-ITEM-NAME              PIC X(20).
015200     05  WTRN-QTY-ON-HAND            PIC 9(05).
015300     05  WTRN-REORDER-POINT          PIC 9(05).
015400     05  WTRN-LOCATION               PIC X(10).
015500     05  WTRN-UNIT-COST              PIC 9(05)V9(02).
015600     05  WTRN-UNIT-WEIGHT            PIC 9(05)V9(03).
015700     05  WTRN-UNIT-CUBE              PIC 9(03)V9(04).
015800     05  WTRN-STORAGE-CLASS          PIC X(01).
015900
016000 01  WS-CURRENT-DATE-TIME.
016100     05  WS-TODAY-YYYYMMDD           PIC 9(08).
016200     05  WS-TIME-HHMMSSHH            PIC 9(08).
016300     05  FILLER                      PIC X(05).
016400
016500 LINKAGE SECTION.
016600 01  DFHCOMMAREA                     PIC X(01).
016700
016800 PROCEDURE DIVISION.
016900 0000-MAINLINE.
017000     PERFORM 1000-INITIALIZE
017100         THRU 1000-INITIALIZE-EXIT.
017200
017300     IF EIBCALEN = ZERO
017400         PERFORM 5000-SEND-FRESH-MAP
017500             THRU 5000-SEND-FRESH-MAP-EXIT
017600         GO TO 9999-EXIT
017700     END-IF.
017800
017900     PERFORM 2000-RECEIVE-MAP
018000         THRU 2000-RECEIVE-MAP-EXIT.
018100
018200     EVALUATE EIBAID
018300         WHEN DFHPF3
018400             PERFORM 6000-EXIT-TRANSACTION
018500                 THRU 6000-EXIT-TRANSACTION-EXIT
018600         WHEN DFHPF4
018700             PERFORM 4000-APPLY-UPDATE
018800                 THRU 4000-APPLY-UPDATE-EXIT
018900         WHEN OTHER
019000             PERFORM 3000-INQUIRE-ITEM
019100                 THRU 3000-INQUIRE-ITEM-EXIT
019200     END-EVALUATE.
019300
019400     PERFORM 5100-SEND-MAP-AND-RETURN
019500         THRU 5100-SEND-MAP-AND-RETURN-EXIT.
019600     GO TO 9999-EXIT.
019700
019800 1000-INITIALIZE.
019900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
020000     MOVE 'WHSSUPV1' TO WS-UPDATER(1).
020100     MOVE 'WHSSUPV2' TO WS-UPDATER(2).
020200     MOVE 'WHSCLRK1' TO WS-UPDATER(3).
020300     MOVE 'OPSLEAD1' TO WS-UPDATER(4).
020400 1000-INITIALIZE-EXIT.
020500     EXIT.
020600
020700 2000-RECEIVE-MAP.
020800     EXEC CICS
020900         RECEIVE MAP('ITEMMAP')
021000         MAPSET('ITEMBMS')
021100         INTO(ITEMMAPI)
021200         RESP(WS-RESP)
021300         RESP2(WS-RESP2)
021400     END-EXEC.
021500 2000-RECEIVE-MAP-EXIT.
021600     EXIT.
021700
021800 3000-INQUIRE-ITEM.
021900     IF IOWNERI = SPACES OR IITEMI = SPACES
022000         MOVE 'OWNER AND ITEM ARE BOTH REQUIRED' TO IMSGO
022100         GO TO 3000-INQUIRE-ITEM-EXIT
022200     END-IF.
022300     MOVE IOWNERI TO WS-RID-OWNER.
022400     MOVE IITEMI TO WS-RID-ITEM-NAME.
022500
022600     EXEC CICS
022700         READ FILE('ITEMMAST')
022800         INTO(ITEM-MASTER-RECORD)
022900         RIDFLD(WS-RID-ITEM-KEY)
023000         RESP(WS-RESP)
023100         RESP2(WS-RESP2)
023200     END-EXEC.
023300
023400     MOVE 'INQ ' TO CGAUD-EVENT-TYPE.
023500     PERFORM 8000-WRITE-AUDIT-RECORD
023600         THRU 8000-WRITE-AUDIT-RECORD-EXIT.
023700
023800     IF WS-RESP NOT = DFHRESP(NORMAL)
023900         MOVE SPACES TO IQTYO
024000         MOVE SPACES TO IROPO
024100         MOVE SPACES TO ILOCO
024200         MOVE SPACES TO ICOSTO
024300         MOVE 'NO ITEM RECORD FOR THAT OWNER AND ITEM' TO IMSGO
024400         GO TO 3000-INQUIRE-ITEM-EXIT
024500     END-IF.
024600
024700     MOVE IM-QTY-ON-HAND TO IQTYO.
024800     MOVE IM-REORDER-POINT TO IROPO.
024900     MOVE IM-LOCATION TO ILOCO.
025000     MOVE IM-UNIT-COST TO WS-COST-EDIT.
025100     MOVE WS-COST-EDIT TO ICOSTO.
025200     MOVE 'ITEM FOUND' TO IMSGO.
025300 3000-INQUIRE-ITEM-EXIT.
025400     EXIT.
025500
025600 4000-APPLY-UPDATE.
025700     PERFORM 4100-CHECK-UPDATE-AUTHORITY
025800         THRU 4100-CHECK-UPDATE-AUTHORITY-EXIT.
025900     IF NOT WS-UPDATE-AUTHORIZED
026000         MOVE 'AUTH' TO CGAUD-EVENT-TYPE
026100         PERFORM 8000-WRITE-AUDIT-RECORD
026200             THRU 8000-WRITE-AUDIT-RECORD-EXIT
026300         MOVE 'USER NOT AUTHORIZED FOR UPDATES' TO IMSGO
026400         GO TO 4000-APPLY-UPDATE-EXIT
026500     END-IF.
026600
026700     IF IOWNERI = SPACES OR IITEMI = SPACES
026800         MOVE 'OWNER AND ITEM ARE BOTH REQUIRED' TO IMSGO
026900         GO TO 4000-APPLY-UPDATE-EXIT
027000     END-IF.
027100     MOVE IOWNERI TO WS-RID-OWNER.
027200     MOVE IITEMI TO WS-RID-ITEM-NAME.
027300
027400     IF IROPI IS NOT NUMERIC
027500         MOVE 'REORDER POINT MUST BE NUMERIC' TO IMSGO
027600         GO TO 4000-APPLY-UPDATE-EXIT
027700     END-IF.
027800
027900     MOVE ICOSTI TO WS-COST-TEXT.
028000     IF WS-COST-TEXT(1:5) IS NOT NUMERIC
028100             OR WS-COST-TEXT(6:1) NOT = '.'
028200             OR WS-COST-TEXT(7:2) IS NOT NUMERIC
028300         MOVE 'UNIT COST MUST BE ENTERED AS 99999.99' TO IMSGO
028400         GO TO 4000-APPLY-UPDATE-EXIT
028500     END-IF.
028600
028700*    THE SAME MASTER EDITS THE BATCH PATH RUNS - THE OWNER
028800*    MUST BE ACTIVE ON OWNMAST AND THE LOCATION ON LOCMAST.
028900     PERFORM 4200-CHECK-OWNER
029000         THRU 4200-CHECK-OWNER-EXIT.
029100     IF NOT WS-FOUND
029200         MOVE 'OWNER NOT ACTIVE ON OWNER MASTER' TO IMSGO
029300         GO TO 4000-APPLY-UPDATE-EXIT
029400     END-IF.
029500     PERFORM 4300-CHECK-LOCATION
029600         THRU 4300-CHECK-LOCATION-EXIT.
029700     IF NOT WS-FOUND
029800         MOVE 'LOCATION NOT ACTIVE ON LOCATION MASTER' TO IMSGO
029900         GO TO 4000-APPLY-UPDATE-EXIT
030000     END-IF.
030100
030200     EXEC CICS
030300         READ FILE('ITEMMAST')
030400         INTO(ITEM-MASTER-RECORD)
030500         RIDFLD(WS-RID-ITEM-KEY)
030600         UPDATE
030700         RESP(WS-RESP)
030800         RESP2(WS-RESP2)
030900     END-EXEC.
031000     IF WS-RESP NOT = DFHRESP(NORMAL)
031100         MOVE 'NO ITEM RECORD FOR THAT OWNER AND ITEM' TO IMSGO
031200         GO TO 4000-APPLY-UPDATE-EXIT
031300     END-IF.
031400
031500*    OLD VALUES FOR THE CHANGE-AUDIT LINE, BEFORE THE SCREEN
031600*    FIELDS OVERWRITE THEM.
031700     MOVE IM-REORDER-POINT TO WS-OLD-REORDER-POINT.
031800     MOVE IM-LOCATION TO WS-OLD-LOCATION.
031900     MOVE IM-UNIT-COST TO WS-OLD-UNIT-COST.
032000
032100     MOVE IROPI TO IM-REORDER-POINT.
032200     MOVE ILOCI TO IM-LOCATION.
032300*    THE 99999.99 SHAPE EDIT ABOVE GUARANTEES DIGITS-POINT-
032400*    DIGITS, SO THE VALUE IS REASSEMBLED FROM ITS DIGITS.
032500     MOVE WS-COST-TEXT(1:5) TO WS-COST-DIGITS(1:5).
032600     MOVE WS-COST-TEXT(7:2) TO WS-COST-DIGITS(6:2).
032700     MOVE WS-COST-NUM TO IM-UNIT-COST.
032800
032900     EXEC CICS
033000         REWRITE FILE('ITEMMAST')
033100         FROM(ITEM-MASTER-RECORD)
033200         RESP(WS-RESP)
033300         RESP2(WS-RESP2)
033400     END-EXEC.
033500
033600     MOVE 'UPDT' TO CGAUD-EVENT-TYPE.
033700     PERFORM 8000-WRITE-AUDIT-RECORD
033800         THRU 8000-WRITE-AUDIT-RECORD-EXIT.
033900
034000     IF WS-RESP = DFHRESP(NORMAL)
034100         MOVE 'ITEM UPDATED' TO IMSGO
034200         PERFORM 8100-WRITE-CHANGE-AUDIT
034300             THRU 8100-WRITE-CHANGE-AUDIT-EXIT
034400         PERFORM 8200-CAPTURE-MAINT-TRAN
034500             THRU 8200-CAPTURE-MAINT-TRAN-EXIT
034600     ELSE
034700         MOVE 'UPDATE FAILED - RECORD NOT REWRITTEN' TO IMSGO
034800     END-IF.
034900 4000-APPLY-UPDATE-EXIT.
035000     EXIT.
035100
035200 4100-CHECK-UPDATE-AUTHORITY.
035300     EXEC CICS
035400         ASSIGN USERID(WS-USERID)
035500     END-EXEC.
035600     MOVE 'N' TO WS-UPDATE-AUTH-SW.
035700     PERFORM 4110-CHECK-ONE-UPDATER
035800         THRU 4110-CHECK-ONE-UPDATER-EXIT
035900         VARYING WS-UPDATER-SUB FROM 1 BY 1
036000         UNTIL WS-UPDATER-SUB > 4.
036100 4100-CHECK-UPDATE-AUTHORITY-EXIT.
036200     EXIT.
036300
036400 4110-CHECK-ONE-UPDATER.
036500     IF WS-USERID = WS-UPDATER(WS-UPDATER-SUB)
036600         MOVE 'Y' TO WS-UPDATE-AUTH-SW
036700     END-IF.
036800 4110-CHECK-ONE-UPDATER-EXIT.
036900     EXIT.
037000
037100 4200-CHECK-OWNER.
037200     MOVE 'N' TO WS-FOUND-SW.
037300     MOVE IOWNERI TO WS-RID-OWNER-ID.
037400     EXEC CICS
037500         READ FILE('OWNMAST')
037600         INTO(OWNER-RECORD)
037700         RIDFLD(WS-RID-OWNER-ID)
037800         RESP(WS-RESP)
037900         RESP2(WS-RESP2)
038000     END-EXEC.
038100     IF WS-RESP = DFHRESP(NORMAL) AND OWNER-ACTIVE
038200         SET WS-FOUND TO TRUE
038300     END-IF.
038400 4200-CHECK-OWNER-EXIT.
038500     EXIT.
038600
038700 4300-CHECK-LOCATION.
038800     MOVE 'N' TO WS-FOUND-SW.
038900     MOVE ILOCI TO WS-RID-LOC-ID.
039000     EXEC CICS
039100         READ FILE('LOCMAST')
039200         INTO(LOCATION-RECORD)
039300         RIDFLD(WS-RID-LOC-ID)
039400         RESP(WS-RESP)
039500         RESP2(WS-RESP2)
039600     END-EXEC.
039700     IF WS-RESP = DFHRESP(NORMAL) AND LOC-ACTIVE
039800         SET WS-FOUND TO TRUE
039900     END-IF.
040000 4300-CHECK-LOCATION-EXIT.
040100     EXIT.
040200
040300 5000-SEND-FRESH-MAP.
040400     MOVE LOW-VALUES TO ITEMMAPI.
040500     EXEC CICS
040600         SEND MAP('ITEMMAP')
040700         MAPSET('ITEMBMS')
040800         FROM(ITEMMAPO)
040900         ERASE
041000     END-EXEC.
041100     EXEC CICS
041200         RETURN TRANSID('ITIQ')
041300         COMMAREA(WS-COMMAREA)
041400         LENGTH(1)
041500     END-EXEC.
041600 5000-SEND-FRESH-MAP-EXIT.
041700     EXIT.
041800
041900 5100-SEND-MAP-AND-RETURN.
042000     EXEC CICS
042100         SEND MAP('ITEMMAP')
042200         MAPSET('ITEMBMS')
042300         FROM(ITEMMAPO)
042400     END-EXEC.
042500     EXEC CICS
042600         RETURN TRANSID('ITIQ')
042700         COMMAREA(WS-COMMAREA)
042800         LENGTH(1)
042900     END-EXEC.
043000 5100-SEND-MAP-AND-RETURN-EXIT.
043100     EXIT.
043200
043300 6000-EXIT-TRANSACTION.
043400     EXEC CICS
043500         SEND TEXT FROM(WS-COST-TEXT) LENGTH(0) ERASE
043600     END-EXEC.
043700     EXEC CICS
043800         RETURN
043900     END-EXEC.
044000 6000-EXIT-TRANSACTION-EXIT.
044100     EXIT.
044200
044300 8000-WRITE-AUDIT-RECORD.
044400*    SAME SHARED CGAU EXTRAPARTITION TD QUEUE THE REST OF THE
044500*    COBOLGREETING FAMILY WRITES, PICKED UP BY CGVOLRPT.
044600     MOVE 'ITMINQ  ' TO CGAUD-PROGRAM-ID.
044700*    THE AUDIT RECORD'S RESOURCE FIELD IS EIGHT BYTES - THE
044800*    LEADING EIGHT OF THE ITEM NAME GO ON THE TRAIL.
044900     MOVE WS-RID-ITEM-NAME(1:8) TO CGAUD-RESOURCE-NAME.
045000     MOVE WS-RESP TO CGAUD-RESP-CODE.
045100     MOVE WS-TODAY-YYYYMMDD TO CGAUD-RUN-DATE.
045200     MOVE WS-TIME-HHMMSSHH TO CGAUD-RUN-TIME.
045300     EXEC CICS
045400         WRITEQ TD
045500         QUEUE('CGAU')
045600         FROM(CGAUDIT-RECORD)
045700         LENGTH(+40)
045800     END-EXEC.
045900 8000-WRITE-AUDIT-RECORD-EXIT.
046000     EXIT.
046100
046200 8100-WRITE-CHANGE-AUDIT.
046300*    THE SAME LINE SHAPE 3600-WRITE-AUDIT-LINE BUILDS IN
046400*    ITMMAINT, SO THE ONLINE AND BATCH CHANGES READ AS ONE
046500*    TRAIL.  ACTION 'C' - THIS SCREEN ONLY CHANGES.
046600     MOVE SPACES TO WS-CHANGE-AUDIT-LINE.
046700     STRING WS-TODAY-YYYYMMDD ' ' WS-TIME-HHMMSSHH
046800            ' C'
046900            ' OWNER=' WS-RID-OWNER
047000            ' ITEM=' WS-RID-ITEM-NAME
047100            ' OLD=' IM-QTY-ON-HAND '/'
047200                WS-OLD-REORDER-POINT '/' WS-OLD-LOCATION
047300                '/' WS-OLD-UNIT-COST
047400            ' NEW=' IM-QTY-ON-HAND '/'
047500                IM-REORDER-POINT '/' IM-LOCATION
047600                '/' IM-UNIT-COST
047700            ' BY=' WS-USERID
047800         DELIMITED BY SIZE
047900         INTO WS-CHANGE-AUDIT-LINE
048000     END-STRING.
048100     EXEC CICS
048200         WRITEQ TD QUEUE('IAUD')
048300         FROM(WS-CHANGE-AUDIT-LINE)
048400         LENGTH(+132)
048500     END-EXEC.
048600 8100-WRITE-CHANGE-AUDIT-EXIT.
048700     EXIT.
048800
048900 8200-CAPTURE-MAINT-TRAN.
049000*    THE COMPANION REWRITE ONLY CARRIES THE CHANGE UNTIL THE
049100*    NEXT EXTRACT REGENERATES ITEMMAST FROM THE ITEMS TABLE -
049200*    THIS CAPTURED TRANSACTION IS WHAT MAKES IT STICK, POSTED
049300*    BY THE NIGHTLY ITMMAINT RUN WITH ITS USUAL EDITS, AUDIT
049400*    AND COMMIT CONTROL.
049500     MOVE 'C' TO WTRN-ACTION.
049600     MOVE IM-OWNER TO WTRN-OWNER.
049700     MOVE IM-ITEM-NAME TO WTRN-ITEM-NAME.
049800     MOVE IM-QTY-ON-HAND TO WTRN-QTY-ON-HAND.
049900     MOVE IM-REORDER-POINT TO WTRN-REORDER-POINT.
050000     MOVE IM-LOCATION TO WTRN-LOCATION.
050100     MOVE IM-UNIT-COST TO WTRN-UNIT-COST.
050200     MOVE IM-UNIT-WEIGHT TO WTRN-UNIT-WEIGHT.
050300     MOVE IM-UNIT-CUBE TO WTRN-UNIT-CUBE.
050400     MOVE IM-STORAGE-CLASS TO WTRN-STORAGE-CLASS.
050500     EXEC CICS
050600         WRITEQ TD QUEUE('IMNT')
050700         FROM(WS-ITMM-TRAN)
050800         LENGTH(+84)
050900     END-EXEC.
051000 8200-CAPTURE-MAINT-TRAN-EXIT.
051100     EXIT.
051200
051300 9999-EXIT.
051400     EXEC CICS
051500         RETURN
051600     END-EXEC.
051700     GOBACK.
