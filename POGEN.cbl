001900*                    THAT RECEIVING MATCHES AGAINST IT - NEW
002000*                    ORDERS START WITH ZERO RECEIVED-TO-DATE
002100*                    AND NO CLOSE DATE.
002200*   2026-10-15 RLW  UNITS OF MEASURE - THE VENDOR ORDER QUANTITY
002300*                    IS IN THE UNIT THE VENDOR SHIPS IN (SEE
002400*                    VENDREC) AND IS MULTIPLIED OUT TO EACHES BY
002500*                    THE FACTOR ON UOMMAST (SEE UOMREC) FOR THE
002600*                    PO, WHICH KEEPS THE UNIT AND FACTOR.  A UNIT
002700*                    NOT DEFINED FOR THE ITEM, OR AN ORDER OVER
002800*                    99999 EACHES, RAISES NO PO AND GOES TO THE
002900*                    EXCEPTION FILE.  THE REGISTER SHOWS BOTH.
003000*   2026-10-15 RLW  AGREED VENDOR PRICE - THE PRICE PER ORDER
003100*                    UNIT ON VENDMAST IS DIVIDED DOWN TO A PRICE
003200*                    PER EACH AND KEPT ON THE PO FOR RECEIVING
003300*                    AND PURCHASE PRICE VARIANCE.  THE REGISTER
003400*                    SHOWS IT; ZERO MEANS NO PRICE AGREED.
003500*   2026-10-15 RLW  NEW ORDERS START WITH NOTHING INVOICED (SEE
003600*                    POREC) FOR THE APMATCH INVOICE MATCH.
003700*   2026-10-15 RLW  NEW ORDERS START WITH NOTHING RETURNED TO THE
003800*                    VENDOR (SEE POREC) FOR RTVPOST.
003900*================================================================
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT ITEM-EXTRACT ASSIGN TO "ITEMEXT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-EXTRACT-STATUS.
004600
004700     SELECT VENDOR-MASTER ASSIGN TO "VENDMAST"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-VENDOR-STATUS.
005000
005100     SELECT VENDOR-INDEX ASSIGN TO "VENDIDX"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS VENDIX-KEY
005500         FILE STATUS IS WS-VENDIX-STATUS.
005600
005700     SELECT PO-MASTER ASSIGN TO "POMAST"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS PO-KEY
006100         FILE STATUS IS WS-POMAST-STATUS.
006200
006300     SELECT UOM-MASTER ASSIGN TO "UOMMAST"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS UOM-KEY
006700         FILE STATUS IS WS-UOM-STATUS.
006800
006900     SELECT PO-REGISTER ASSIGN TO "POREG"
007000         ORGANIZATION IS LINE SEQUENTIAL.
007100
007200     SELECT EXCEPTION-FILE ASSIGN TO "POGENEXC"
007300         ORGANIZATION IS LINE SEQUENTIAL.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  ITEM-EXTRACT.
007800     COPY ITEMREC.
007900     COPY CTLREC.
008000
008100 FD  VENDOR-MASTER.
008200     COPY VENDREC.
008300
008400 FD  VENDOR-INDEX.
008500 01  VENDOR-INDEX-RECORD.
008600     05  VENDIX-KEY.
008700         10  VENDIX-OWNER            PIC X(20).
008800         10  VENDIX-ITEM-NAME        PIC X(20).
008900     05  VENDIX-VENDOR-ID            PIC X(08).
009000     05  VENDIX-VENDOR-NAME          PIC X(25).
009100     05  VENDIX-ORDER-QTY            PIC 9(05).
009200     05  VENDIX-LEAD-DAYS            PIC 9(03).
009300     05  VENDIX-ORDER-UOM            PIC X(02).
009400     05  VENDIX-UNIT-PRICE           PIC 9(05)V9(02).
009500
009600 FD  PO-MASTER.
009700     COPY POREC.
009800
009900 FD  UOM-MASTER.
010000     COPY UOMREC.
010100
010200 FD  PO-REGISTER.
010300 01  PO-REGISTER-LINE               PIC X(120).
010400
010500 FD  EXCEPTION-FILE.
010600     COPY EXCREC.
010700
010800 WORKING-STORAGE SECTION.
010900     COPY ITEMWS.
011000     COPY RETCODES.
011100
011200 01  WS-EXTRACT-STATUS              PIC X(02) VALUE '00'.
011300     88  EXTRACT-STATUS-OK           VALUE '00'.
011400     88  EXTRACT-STATUS-EOF          VALUE '10'.
011500
011600*    HEADER/TRAILER CONTROL-RECORD CHECKING (SEE CTLREC).
011700 01  WS-FEED-FIRST-SW               PIC X(01) VALUE 'Y'.
011800     88  WS-FEED-FIRST-RECORD        VALUE 'Y'.
011900 01  WS-HDR-SEEN-SW                 PIC X(01) VALUE 'N'.
012000     88  WS-FEED-HDR-SEEN            VALUE 'Y'.
012100 01  WS-TRL-SEEN-SW                 PIC X(01) VALUE 'N'.
012200     88  WS-FEED-TRL-SEEN            VALUE 'Y'.
012300 01  WS-CTL-CONTROL-SW              PIC X(01) VALUE 'N'.
012400     88  WS-CTL-IS-CONTROL           VALUE 'Y'.
012500 01  WS-FEED-RECORD-COUNT           PIC 9(07) VALUE ZERO.
012600 01  WS-FEED-HASH-TOTAL             PIC 9(09) VALUE ZERO.
012700 01  WS-TRL-RECORD-COUNT            PIC 9(07) VALUE ZERO.
012800 01  WS-TRL-HASH-TOTAL              PIC 9(09) VALUE ZERO.
012900 01  WS-VENDOR-STATUS               PIC X(02) VALUE '00'.
013000     88  VENDOR-STATUS-OK            VALUE '00'.
013100     88  VENDOR-STATUS-EOF           VALUE '10'.
013200 01  WS-VENDIX-STATUS               PIC X(02) VALUE '00'.
013300     88  VENDIX-STATUS-OK            VALUE '00'.
013400 01  WS-POMAST-STATUS               PIC X(02) VALUE '00'.
013500     88  POMAST-STATUS-OK            VALUE '00'.
013600 01  WS-UOM-STATUS                  PIC X(02) VALUE '00'.
013700     88  UOM-STATUS-OK               VALUE '00'.
013800 01  WS-UOMS-OPEN-SW                PIC X(01) VALUE 'N'.
013900     88  WS-UOMS-OPEN                VALUE 'Y'.
014000 01  WS-UOM-FOUND-SW                PIC X(01) VALUE 'N'.
014100     88  WS-UOM-FOUND                VALUE 'Y'.
014200 01  WS-UOM-FACTOR                  PIC 9(05) VALUE 1.
014300 01  WS-BASE-WORK                   PIC 9(10) VALUE ZERO.
014400 01  WS-PRICE-EDIT                  PIC Z(4)9.9999.
014500
014600 01  WS-VENDOR-FOUND-SW             PIC X(01) VALUE 'N'.
014700     88  WS-VENDOR-FOUND             VALUE 'Y'.
014800 01  WS-OPEN-PO-SW                  PIC X(01) VALUE 'N'.
014900     88  WS-OPEN-PO-EXISTS           VALUE 'Y'.
015000
015100*    PO NUMBERS CONTINUE FROM THE HIGHEST ALREADY ON POMAST.
015200 01  WS-NEXT-PO-NUMBER              PIC 9(06) VALUE ZERO.
015300
015400 01  WS-ITEMS-READ                  PIC 9(07) COMP VALUE ZERO.
015500 01  WS-ITEMS-LOW                   PIC 9(07) COMP VALUE ZERO.
015600 01  WS-POS-GENERATED               PIC 9(07) COMP VALUE ZERO.
015700 01  WS-POS-SUPPRESSED              PIC 9(07) COMP VALUE ZERO.
015800 01  WS-NO-VENDOR-LINK              PIC 9(07) COMP VALUE ZERO.
015900 01  WS-BAD-VENDOR-UNIT             PIC 9(07) COMP VALUE ZERO.
016000
016100 01  WS-CURRENT-DATE-TIME.
016200     05  WS-TODAY-YYYYMMDD          PIC 9(08).
016300     05  WS-TIME-HHMMSSHH           PIC 9(08).
016400     05  FILLER                     PIC X(05).
016500
016600 PROCEDURE DIVISION.
016700 0000-MAINLINE.
016800     PERFORM 1000-INITIALIZE
016900         THRU 1000-INITIALIZE-EXIT.
017000
017100     PERFORM 2000-CHECK-NEXT-ITEM
017200         THRU 2000-CHECK-NEXT-ITEM-EXIT
017300         UNTIL EXTRACT-STATUS-EOF.
017400
017500     PERFORM 9000-FINISH
017600         THRU 9000-FINISH-EXIT.
017700
017800     MOVE WS-RETURN-CODE TO RETURN-CODE.
017900     GO TO 9999-EXIT.
018000
018100 1000-INITIALIZE.
018200     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
018300     OPEN OUTPUT PO-REGISTER.
018400     OPEN OUTPUT EXCEPTION-FILE.
018500     MOVE SPACES TO PO-REGISTER-LINE.
018600     STRING 'PURCHASE ORDER REGISTER ' WS-TODAY-YYYYMMDD
018700         DELIMITED BY SIZE
018800         INTO PO-REGISTER-LINE
018900     END-STRING.
019000     WRITE PO-REGISTER-LINE.
019100
019200     PERFORM 1100-BUILD-VENDOR-INDEX
019300         THRU 1100-BUILD-VENDOR-INDEX-EXIT.
019400     IF RC-SEVERE
019500         SET EXTRACT-STATUS-EOF TO TRUE
019600         GO TO 1000-INITIALIZE-EXIT
019700     END-IF.
019800
019900     OPEN I-O PO-MASTER.
020000     IF NOT POMAST-STATUS-OK
020100         OPEN OUTPUT PO-MASTER
020200         IF NOT POMAST-STATUS-OK
020300             DISPLAY 'POGEN - UNABLE TO OPEN POMAST, STATUS='
020400                 WS-POMAST-STATUS
020500             SET RC-SEVERE TO TRUE
020600             SET EXTRACT-STATUS-EOF TO TRUE
020700             GO TO 1000-INITIALIZE-EXIT
020800         END-IF
020900     END-IF.
021000     PERFORM 1200-FIND-HIGHEST-PO-NUMBER
021100         THRU 1200-FIND-HIGHEST-PO-NUMBER-EXIT.
021200
021300*    WITHOUT UOMMAST ONLY VENDORS THAT SHIP IN EACHES CAN ORDER.
021400     OPEN INPUT UOM-MASTER.
021500     IF UOM-STATUS-OK
021600         SET WS-UOMS-OPEN TO TRUE
021700     END-IF.
021800
021900     OPEN INPUT ITEM-EXTRACT.
022000     IF NOT EXTRACT-STATUS-OK
022100         DISPLAY 'POGEN - UNABLE TO OPEN ITEMEXT, STATUS='
022200             WS-EXTRACT-STATUS
022300         SET RC-SEVERE TO TRUE
022400         SET EXTRACT-STATUS-EOF TO TRUE
022500     END-IF.
022600 1000-INITIALIZE-EXIT.
022700     EXIT.
022800
022900 1100-BUILD-VENDOR-INDEX.
023000*    SAME KEYED WORK-FILE PATTERN ITMORPH USES FOR OWNERS - NO
023100*    TABLE LIMIT.
023200     OPEN INPUT VENDOR-MASTER.
023300     IF NOT VENDOR-STATUS-OK
023400         DISPLAY 'POGEN - UNABLE TO OPEN VENDMAST, STATUS='
023500             WS-VENDOR-STATUS
023600         SET RC-SEVERE TO TRUE
023700         GO TO 1100-BUILD-VENDOR-INDEX-EXIT
023800     END-IF.
023900     OPEN OUTPUT VENDOR-INDEX.
024000     IF NOT VENDIX-STATUS-OK
024100         DISPLAY 'POGEN - UNABLE TO BUILD VENDIDX, STATUS='
024200             WS-VENDIX-STATUS
024300         SET RC-SEVERE TO TRUE
024400         CLOSE VENDOR-MASTER
024500         GO TO 1100-BUILD-VENDOR-INDEX-EXIT
024600     END-IF.
024700     PERFORM 1110-LOAD-ONE-VENDOR
024800         THRU 1110-LOAD-ONE-VENDOR-EXIT
024900         UNTIL VENDOR-STATUS-EOF.
025000     CLOSE VENDOR-MASTER.
025100     CLOSE VENDOR-INDEX.
025200     OPEN INPUT VENDOR-INDEX.
025300 1100-BUILD-VENDOR-INDEX-EXIT.
025400     EXIT.
025500
025600 1110-LOAD-ONE-VENDOR.
025700     READ VENDOR-MASTER
025800         AT END SET VENDOR-STATUS-EOF TO TRUE
025900     END-READ.
026000     IF VENDOR-STATUS-EOF
026100         GO TO 1110-LOAD-ONE-VENDOR-EXIT
026200     END-IF.
026300     MOVE VEND-OWNER       TO VENDIX-OWNER.
026400     MOVE VEND-ITEM-NAME   TO VENDIX-ITEM-NAME.
026500     MOVE VEND-VENDOR-ID   TO VENDIX-VENDOR-ID.
026600     MOVE VEND-VENDOR-NAME TO VENDIX-VENDOR-NAME.
026700     MOVE VEND-ORDER-QTY   TO VENDIX-ORDER-QTY.
026800     MOVE VEND-LEAD-DAYS   TO VENDIX-LEAD-DAYS.
026900     MOVE VEND-ORDER-UOM   TO VENDIX-ORDER-UOM.
027000     MOVE VEND-UNIT-PRICE  TO VENDIX-UNIT-PRICE.
027100     WRITE VENDOR-INDEX-RECORD
027200         INVALID KEY CONTINUE
027300     END-WRITE.
027400 1110-LOAD-ONE-VENDOR-EXIT.
027500     EXIT.
027600
027700 1200-FIND-HIGHEST-PO-NUMBER.
027800     MOVE LOW-VALUES TO PO-KEY.
027900     START PO-MASTER KEY IS NOT LESS THAN PO-KEY
028000         INVALID KEY GO TO 1200-FIND-HIGHEST-PO-NUMBER-EXIT
028100     END-START.
028200     PERFORM 1210-SCAN-ONE-PO
028300         THRU 1210-SCAN-ONE-PO-EXIT
028400         UNTIL NOT POMAST-STATUS-OK.
028500     MOVE '00' TO WS-POMAST-STATUS.
028600 1200-FIND-HIGHEST-PO-NUMBER-EXIT.
028700     EXIT.
028800
028900 1210-SCAN-ONE-PO.
029000     READ PO-MASTER NEXT
029100         AT END MOVE '10' TO WS-POMAST-STATUS
029200     END-READ.
029300     IF NOT POMAST-STATUS-OK
029400         GO TO 1210-SCAN-ONE-PO-EXIT
029500     END-IF.
029600     IF PO-NUMBER > WS-NEXT-PO-NUMBER
029700         MOVE PO-NUMBER TO WS-NEXT-PO-NUMBER
029800     END-IF.
029900 1210-SCAN-ONE-PO-EXIT.
030000     EXIT.
030100
030200 2000-CHECK-NEXT-ITEM.
030300     READ ITEM-EXTRACT INTO WS-ITEM
030400         AT END SET EXTRACT-STATUS-EOF TO TRUE
030500     END-READ.
030600     IF EXTRACT-STATUS-EOF
030700         GO TO 2000-CHECK-NEXT-ITEM-EXIT
030800     END-IF.
030900     PERFORM 8000-CHECK-CONTROL-RECORD
031000         THRU 8000-CHECK-CONTROL-RECORD-EXIT.
031100     IF WS-CTL-IS-CONTROL
031200         GO TO 2000-CHECK-NEXT-ITEM-EXIT
031300     END-IF.
031400
031500     ADD 1 TO WS-ITEMS-READ.
031600
031700     IF WS-ITEM-QTY-ON-HAND > WS-ITEM-REORDER-POINT
031800         GO TO 2000-CHECK-NEXT-ITEM-EXIT
031900     END-IF.
032000     ADD 1 TO WS-ITEMS-LOW.
032100
032200     PERFORM 2100-CHECK-OPEN-PO
032300         THRU 2100-CHECK-OPEN-PO-EXIT.
032400     IF WS-OPEN-PO-EXISTS
032500         ADD 1 TO WS-POS-SUPPRESSED
032600         GO TO 2000-CHECK-NEXT-ITEM-EXIT
032700     END-IF.
032800
032900     PERFORM 2200-LOOKUP-VENDOR
033000         THRU 2200-LOOKUP-VENDOR-EXIT.
033100     IF NOT WS-VENDOR-FOUND
033200         ADD 1 TO WS-NO-VENDOR-LINK
033300         MOVE 'POGEN   ' TO EXC-PROGRAM-ID
033400         MOVE WS-ITEM-NAME TO EXC-KEY-VALUE
033500         MOVE 'E360' TO EXC-REASON-CODE
033600         MOVE 'LOW-STOCK ITEM HAS NO VENDOR LINK' TO
033700             EXC-REASON-TEXT
033800         MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE
033900         MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME
034000         MOVE SPACES TO EXC-OPERATOR-ID
034100         WRITE EXC-RECORD
034200         SET RC-WARNING TO TRUE
034300         GO TO 2000-CHECK-NEXT-ITEM-EXIT
034400     END-IF.
034500
034600     PERFORM 2300-CONVERT-TO-EACHES
034700         THRU 2300-CONVERT-TO-EACHES-EXIT.
034800     IF NOT WS-UOM-FOUND
034900         ADD 1 TO WS-BAD-VENDOR-UNIT
035000         MOVE 'POGEN   ' TO EXC-PROGRAM-ID
035100         MOVE WS-ITEM-NAME TO EXC-KEY-VALUE
035200         MOVE 'E441' TO EXC-REASON-CODE
035300         MOVE 'VENDOR UNIT UNDEFINED OR OVER 99999 EA' TO
035400             EXC-REASON-TEXT
035500         MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE
035600         MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME
035700         MOVE SPACES TO EXC-OPERATOR-ID
035800         WRITE EXC-RECORD
035900         SET RC-WARNING TO TRUE
036000         GO TO 2000-CHECK-NEXT-ITEM-EXIT
036100     END-IF.
036200
036300     PERFORM 3000-GENERATE-PO
036400         THRU 3000-GENERATE-PO-EXIT.
036500 2000-CHECK-NEXT-ITEM-EXIT.
036600     EXIT.
036700
036800 2100-CHECK-OPEN-PO.
036900     MOVE 'N' TO WS-OPEN-PO-SW.
037000     MOVE WS-ITEM-OWNER TO PO-OWNER.
037100     MOVE WS-ITEM-NAME  TO PO-ITEM-NAME.
037200     READ PO-MASTER
037300         INVALID KEY CONTINUE
037400         NOT INVALID KEY
037500             IF PO-OPEN
037600                 SET WS-OPEN-PO-EXISTS TO TRUE
037700             END-IF
037800     END-READ.
037900 2100-CHECK-OPEN-PO-EXIT.
038000     EXIT.
038100
038200 2200-LOOKUP-VENDOR.
038300     MOVE 'N' TO WS-VENDOR-FOUND-SW.
038400     MOVE WS-ITEM-OWNER TO VENDIX-OWNER.
038500     MOVE WS-ITEM-NAME  TO VENDIX-ITEM-NAME.
038600     READ VENDOR-INDEX
038700         INVALID KEY CONTINUE
038800         NOT INVALID KEY SET WS-VENDOR-FOUND TO TRUE
038900     END-READ.
039000 2200-LOOKUP-VENDOR-EXIT.
039100     EXIT.
039200
039300 2300-CONVERT-TO-EACHES.
039400*    EA, OR NO UNIT AT ALL, IS ALREADY EACHES.  ANY OTHER UNIT
039500*    MUST BE DEFINED FOR THE OWNER'S ITEM, AND THE ORDER IN
039600*    EACHES MUST FIT THE PO QUANTITY.
039700     MOVE 'N' TO WS-UOM-FOUND-SW.
039800     MOVE 1 TO WS-UOM-FACTOR.
039900     IF VENDIX-ORDER-UOM = SPACES
040000         MOVE 'EA' TO VENDIX-ORDER-UOM
040100     END-IF.
040200     IF VENDIX-ORDER-UOM = 'EA'
040300         SET WS-UOM-FOUND TO TRUE
040400     ELSE
040500         IF WS-UOMS-OPEN
040600             MOVE WS-ITEM-OWNER    TO UOM-OWNER
040700             MOVE WS-ITEM-NAME     TO UOM-ITEM-NAME
040800             MOVE VENDIX-ORDER-UOM TO UOM-CODE
040900             READ UOM-MASTER
041000                 INVALID KEY CONTINUE
041100                 NOT INVALID KEY
041200                     MOVE UOM-FACTOR TO WS-UOM-FACTOR
041300                     SET WS-UOM-FOUND TO TRUE
041400             END-READ
041500         END-IF
041600     END-IF.
041700     IF NOT WS-UOM-FOUND
041800         GO TO 2300-CONVERT-TO-EACHES-EXIT
041900     END-IF.
042000     COMPUTE WS-BASE-WORK = VENDIX-ORDER-QTY * WS-UOM-FACTOR.
042100     IF WS-BASE-WORK > 99999
042200         MOVE 'N' TO WS-UOM-FOUND-SW
042300     END-IF.
042400 2300-CONVERT-TO-EACHES-EXIT.
042500     EXIT.
042600
042700 3000-GENERATE-PO.
042800     ADD 1 TO WS-NEXT-PO-NUMBER.
042900     MOVE WS-ITEM-OWNER      TO PO-OWNER.
043000     MOVE WS-ITEM-NAME       TO PO-ITEM-NAME.
043100     MOVE WS-NEXT-PO-NUMBER  TO PO-NUMBER.
043200     MOVE VENDIX-VENDOR-ID   TO PO-VENDOR-ID.
043300     MOVE WS-BASE-WORK       TO PO-ORDER-QTY.
043400     MOVE VENDIX-ORDER-UOM   TO PO-ORDER-UOM.
043500     MOVE WS-UOM-FACTOR      TO PO-UOM-FACTOR.
043600     MOVE VENDIX-LEAD-DAYS   TO PO-LEAD-DAYS.
043700     MOVE WS-TODAY-YYYYMMDD  TO PO-ORDER-DATE.
043800     SET PO-OPEN TO TRUE.
043900     MOVE ZERO TO PO-RECEIVED-QTY.
044000     MOVE ZERO TO PO-CLOSE-DATE.
044100     MOVE ZERO TO PO-INVOICED-QTY.
044200     MOVE ZERO TO PO-RETURNED-QTY.
044300*    THE VENDOR PRICES THE UNIT IT SHIPS IN; THE PO IS IN EACHES.
044400     IF VENDIX-UNIT-PRICE IS NUMERIC
044500         COMPUTE PO-UNIT-PRICE ROUNDED =
044600             VENDIX-UNIT-PRICE / WS-UOM-FACTOR
044700     ELSE
044800         MOVE ZERO TO PO-UNIT-PRICE
044900     END-IF.
045000*    A CLOSED PO FOR THE SAME OWNER/ITEM MAY STILL BE ON FILE -
045100*    REPLACE IT WITH THE NEW OPEN ORDER.
045200     WRITE PO-RECORD
045300         INVALID KEY REWRITE PO-RECORD
045400             INVALID KEY CONTINUE
045500         END-REWRITE
045600     END-WRITE.
045700     IF NOT POMAST-STATUS-OK
045800         DISPLAY 'POGEN - PO WRITE FAILED, STATUS='
045900             WS-POMAST-STATUS
046000         SET RC-ERROR TO TRUE
046100         GO TO 3000-GENERATE-PO-EXIT
046200     END-IF.
046300
046400     ADD 1 TO WS-POS-GENERATED.
046500     MOVE PO-UNIT-PRICE TO WS-PRICE-EDIT.
046600     MOVE SPACES TO PO-REGISTER-LINE.
046700     STRING 'PO ' PO-NUMBER
046800            ' VENDOR=' VENDIX-VENDOR-NAME
046900            ' ITEM=' PO-ITEM-NAME
047000            ' QTY=' PO-ORDER-QTY
047100            ' LEAD=' PO-LEAD-DAYS
047200            ' AS=' VENDIX-ORDER-QTY ' ' PO-ORDER-UOM
047300            ' PRICE=' WS-PRICE-EDIT
047400         DELIMITED BY SIZE
047500         INTO PO-REGISTER-LINE
047600     END-STRING.
047700     WRITE PO-REGISTER-LINE.
047800 3000-GENERATE-PO-EXIT.
047900     EXIT.
048000
048100 8000-CHECK-CONTROL-RECORD.
048200*    CALLED AFTER EVERY EXTRACT READ - ABSORBS THE HEADER AND
048300*    TRAILER CONTROL RECORDS AND KEEPS THE DATA COUNT AND
048400*    QUANTITY HASH FOR THE END-OF-FILE CHECK (SEE CTLREC).
048500     MOVE 'N' TO WS-CTL-CONTROL-SW.
048600     IF WS-FEED-FIRST-RECORD
048700         MOVE 'N' TO WS-FEED-FIRST-SW
048800         IF CTL-IS-HEADER AND CTL-FILE-ID = 'ITEMEXT '
048900             SET WS-FEED-HDR-SEEN TO TRUE
049000             SET WS-CTL-IS-CONTROL TO TRUE
049100             GO TO 8000-CHECK-CONTROL-RECORD-EXIT
049200         ELSE
049300             MOVE 'E201' TO EXC-REASON-CODE
049400             MOVE 'ITEMEXT HAS NO HEADER CONTROL RECORD' TO
049500                 EXC-REASON-TEXT
049600             PERFORM 8900-WRITE-FEED-EXCEPTION
049700                 THRU 8900-WRITE-FEED-EXCEPTION-EXIT
049800             SET WS-CTL-IS-CONTROL TO TRUE
049900             SET EXTRACT-STATUS-EOF TO TRUE
050000             GO TO 8000-CHECK-CONTROL-RECORD-EXIT
050100         END-IF
050200     END-IF.
050300     IF CTL-IS-TRAILER AND CTL-FILE-ID = 'ITEMEXT '
050400         SET WS-FEED-TRL-SEEN TO TRUE
050500         SET WS-CTL-IS-CONTROL TO TRUE
050600         MOVE CTL-RECORD-COUNT TO WS-TRL-RECORD-COUNT
050700         MOVE CTL-HASH-TOTAL   TO WS-TRL-HASH-TOTAL
050800         GO TO 8000-CHECK-CONTROL-RECORD-EXIT
050900     END-IF.
051000     ADD 1 TO WS-FEED-RECORD-COUNT.
051100     IF ITEM-QTY-ON-HAND IS NUMERIC
051200         ADD ITEM-QTY-ON-HAND TO WS-FEED-HASH-TOTAL
051300     END-IF.
051400 8000-CHECK-CONTROL-RECORD-EXIT.
051500     EXIT.
051600
051700 8100-VERIFY-TRAILER.
051800     IF NOT WS-FEED-HDR-SEEN
051900*        AN EMPTY FEED NEVER REACHES THE FIRST-RECORD CHECK -
052000*        RAISE THE MISSING-HEADER EXCEPTION HERE RATHER THAN
052100*        PASS A ZERO-BYTE FILE QUIETLY.
052200         IF WS-FEED-FIRST-RECORD
052300             MOVE 'E201' TO EXC-REASON-CODE
052400             MOVE 'ITEMEXT HAS NO HEADER CONTROL RECORD' TO
052500                 EXC-REASON-TEXT
052600             PERFORM 8900-WRITE-FEED-EXCEPTION
052700                 THRU 8900-WRITE-FEED-EXCEPTION-EXIT
052800         END-IF
052900         GO TO 8100-VERIFY-TRAILER-EXIT
053000     END-IF.
053100     IF NOT WS-FEED-TRL-SEEN
053200         MOVE 'E202' TO EXC-REASON-CODE
053300         MOVE 'ITEMEXT HAS NO TRAILER CONTROL RECORD' TO
053400             EXC-REASON-TEXT
053500         PERFORM 8900-WRITE-FEED-EXCEPTION
053600             THRU 8900-WRITE-FEED-EXCEPTION-EXIT
053700         GO TO 8100-VERIFY-TRAILER-EXIT
053800     END-IF.
053900     IF WS-TRL-RECORD-COUNT NOT = WS-FEED-RECORD-COUNT
054000             OR WS-TRL-HASH-TOTAL NOT = WS-FEED-HASH-TOTAL
054100         MOVE 'E203' TO EXC-REASON-CODE
054200         MOVE 'ITEMEXT COUNT/HASH DOES NOT MATCH TRAILER' TO
054300             EXC-REASON-TEXT
054400         PERFORM 8900-WRITE-FEED-EXCEPTION
054500             THRU 8900-WRITE-FEED-EXCEPTION-EXIT
054600     END-IF.
054700 8100-VERIFY-TRAILER-EXIT.
054800     EXIT.
054900
055000 8900-WRITE-FEED-EXCEPTION.
055100     MOVE 'POGEN   ' TO EXC-PROGRAM-ID.
055200     MOVE 'ITEMEXT' TO EXC-KEY-VALUE.
055300     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
055400     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
055500     MOVE SPACES TO EXC-OPERATOR-ID.
055600     WRITE EXC-RECORD.
055700     SET RC-ERROR TO TRUE.
055800 8900-WRITE-FEED-EXCEPTION-EXIT.
055900     EXIT.
056000
056100 9000-FINISH.
056200*    AFTER A SEVERE OPEN FAILURE THERE IS NO FEED TO VERIFY.
056300     IF NOT RC-SEVERE
056400         PERFORM 8100-VERIFY-TRAILER
056500             THRU 8100-VERIFY-TRAILER-EXIT
056600     END-IF.
056700     CLOSE ITEM-EXTRACT.
056800     CLOSE VENDOR-INDEX.
056900     CLOSE PO-MASTER.
057000     IF WS-UOMS-OPEN
057100         CLOSE UOM-MASTER
057200     END-IF.
057300     CLOSE PO-REGISTER.
057400     CLOSE EXCEPTION-FILE.
057500     DISPLAY 'POGEN - ITEMS READ      : ' WS-ITEMS-READ.
057600     DISPLAY 'POGEN - ITEMS LOW       : ' WS-ITEMS-LOW.
057700     DISPLAY 'POGEN - POS GENERATED   : ' WS-POS-GENERATED.
057800     DISPLAY 'POGEN - POS SUPPRESSED  : ' WS-POS-SUPPRESSED.
057900     DISPLAY 'POGEN - NO VENDOR LINK  : ' WS-NO-VENDOR-LINK.
058000     DISPLAY 'POGEN - BAD VENDOR UNIT : ' WS-BAD-VENDOR-UNIT.
058100     DISPLAY 'POGEN - RETURN CODE     : ' WS-RETURN-CODE.
058200 9000-FINISH-EXIT.
058300     EXIT.
058400
058500 9999-EXIT.
058600     STOP RUN.
