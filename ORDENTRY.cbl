002300*                    THE RECORD.  EVERY CHECK, ACCEPT AND
002400*                    REFUSAL GOES TO THE SHARED CGAU AUDIT
002500*                    QUEUE.
002600*   2026-10-15 RLW  ORDER HEADER - THE OPERATOR NOW KEYS THE
002700*                    OWNER'S SHIP-TO CUSTOMER (CHECKED ACTIVE ON
002800*                    THE INDEXED SHIPTO MASTER, SEE SHIPREC,
002900*                    AND ITS NAME ECHOED), THE REQUESTED SHIP
003000*                    DATE (BLANK IS TODAY) AND THE CARRIER
003100*                    (BLANK TAKES THE SHIP-TO'S DEFAULT).  PF4
003200*                    WRITES THE ORDHDR HEADER (SEE OHDRREC)
003300*                    BEFORE THE ORDR LINE, SO ALLOCATION AND
003400*                    THE MANIFEST KNOW WHERE THE GOODS GO.
003500*   2026-10-15 RLW  UNITS OF MEASURE - A UNIT FIELD NEXT TO THE
003600*                    QUANTITY (BLANK OR EA = EACHES, OTHERWISE A
003700*                    UNIT ON UOMMAST FOR THE ITEM, SEE UOMREC).
003800*                    THE QUANTITY IS MULTIPLIED OUT TO EACHES
003900*                    BEFORE THE ON-HAND CHECK, AND THE ORDR LINE
004000*                    CARRIES THE EACHES WITH THE ORDERED UNIT AND
004100*                    ITS FACTOR, SO THE PICK LIST CAN PRINT WHAT
004200*                    THE CUSTOMER ASKED FOR.
004300*   2026-10-15 RLW  CREDIT HOLD - AN OWNER ON CREDIT HOLD ON THE
004400*                    OWNCRED FILE (SEE OCRREC) GETS A WARNING ON
004500*                    CHECK AND ON ACCEPT.  THE ORDER IS STILL
004600*                    TAKEN - ORDALLOC HOLDS THE LINE BACK FROM
004700*                    ALLOCATION UNTIL THE HOLD IS RELEASED.
004800*================================================================
004900 DATA DIVISION.
005000 WORKING-STORAGE SECTION.
005100 COPY RETCODES.
005200
005300*    TRANSLATOR-SUPPLIED ATTENTION IDENTIFIERS (DFHPF3/DFHPF4).
005400     COPY DFHAID.
005500
005600*    SYMBOLIC MAP FOR ORDEMAP - KEPT IN STEP WITH THE ORDEBMS
005700*    MAPSET SOURCE BY HAND, THE WAY THIS SHOP CODES ITS MAPS.
005800 01  ORDEMAPI.
005900     05  FILLER                      PIC X(12).
006000     05  OOWNERL                     PIC S9(04) COMP.
006100     05  OOWNERF                     PIC X(01).
006200     05  OOWNERI                     PIC X(20).
006300     05  OITEML                      PIC S9(04) COMP.
006400     05  OITEMF                      PIC X(01).
006500     05  OITEMI                      PIC X(20).
006600     05  OQTYL                       PIC S9(04) COMP.
006700     05  OQTYF                       PIC X(01).
006800     05  OQTYI                       PIC X(05).
006900     05  OUOML                       PIC S9(04) COMP.
007000     05  OUOMF                       PIC X(01).
007100     05  OUOMI                       PIC X(02).
007200     05  OPRIL                       PIC S9(04) COMP.
007300     05  OPRIF                       PIC X(01).
007400     05  OPRII                       PIC X(01).
007500     05  OSHIPL                      PIC S9(04) COMP.
007600     05  OSHIPF                      PIC X(01).
007700     05  OSHIPI                      PIC X(10).
007800     05  OSHNAMEL                    PIC S9(04) COMP.
007900     05  OSHNAMEF                    PIC X(01).
008000     05  OSHNAMEI                    PIC X(30).
008100     05  OREQDTL                     PIC S9(04) COMP.
008200     05  OREQDTF                     PIC X(01).
008300     05  OREQDTI                     PIC X(08).
008400     05  OCARRL                      PIC S9(04) COMP.
008500     05  OCARRF                      PIC X(01).
008600     05  OCARRI                      PIC X(04).
008700     05  OAVAILL                     PIC S9(04) COMP.
008800     05  OAVAILF                     PIC X(01).
008900     05  OAVAILI                     PIC X(05).
009000     05  OREFL                       PIC S9(04) COMP.
009100     05  OREFF                       PIC X(01).
009200     05  OREFI                       PIC X(08).
009300     05  OMSGL                       PIC S9(04) COMP.
009400     05  OMSGF                       PIC X(01).
009500     05  OMSGI                       PIC X(60).
009600 01  ORDEMAPO REDEFINES ORDEMAPI.
009700     05  FILLER                      PIC X(12).
009800     05  FILLER                      PIC X(03).
009900     05  OOWNERO                     PIC X(20).
010000     05  FILLER                      PIC X(03).
010100     05  OITEMO                      PIC X(20).
010200     05  FILLER                      PIC X(03).
010300     05  OQTYO                       PIC X(05).
010400     05  FILLER                      PIC X(03).
010500     05  OUOMO                       PIC X(02).
010600     05  FILLER                      PIC X(03).
010700     05  OPRIO                       PIC X(01).
010800     05  FILLER                      PIC X(03).
010900     05  OSHIPO                      PIC X(10).
011000     05  FILLER                      PIC X(03).
011100     05  OSHNAMEO                    PIC X(30).
011200     05  FILLER                      PIC X(03).
011300     05  OREQDTO                     PIC X(08).
011400     05  FILLER                      PIC X(03).
011500     05  OCARRO                      PIC X(04).
011600     05  FILLER                      PIC X(03).
011700     05  OAVAILO                     PIC X(05).
011800     05  FILLER                      PIC X(03).
011900     05  OREFO                       PIC X(08).
012000     05  FILLER                      PIC X(03).
012100     05  OMSGO                       PIC X(60).
012200
012300*    ITEM RECORD AS READ FROM THE FILE-CONTROL-TABLE ENTRY
012400*    'ITEMMAST' (THE INDEXED COMPANION ITMEXTR REGENERATES).
012500*    ON-HAND HERE IS AS OF THE LAST EXTRACT - CLOSE ENOUGH TO
012600*    WARN A CALLER, NOT A RESERVATION.
012700     COPY ITEMMREC.
012800
012900 01  WS-RID-ITEM-KEY.
013000     05  WS-RID-OWNER                PIC X(20).
013100     05  WS-RID-ITEM-NAME            PIC X(20).
013200
013300*    SHIP-TO AND ORDER HEADER AS READ FROM AND WRITTEN TO THE
013400*    FILE-CONTROL-TABLE ENTRIES 'SHIPTO' AND 'ORDHDR'.
013500     COPY SHIPREC.
013600     COPY OHDRREC.
013700
013800 01  WS-RID-SHIP-KEY.
013900     05  WS-RID-SHIP-OWNER           PIC X(20).
014000     05  WS-RID-SHIP-TO-ID           PIC X(10).
014100
014200*    UNIT OF MEASURE AS READ FROM THE FILE-CONTROL-TABLE ENTRY
014300*    'UOMMAST'.
014400     COPY UOMREC.
014500
014600 01  WS-RID-UOM-KEY.
014700     05  WS-RID-UOM-OWNER            PIC X(20).
014800     05  WS-RID-UOM-ITEM-NAME        PIC X(20).
014900     05  WS-RID-UOM-CODE             PIC X(02).
015000
015100 01  WS-ORDER-UOM                    PIC X(02) VALUE SPACES.
015200 01  WS-UOM-FACTOR                   PIC 9(05) VALUE 1.
015300 01  WS-BASE-WORK                    PIC 9(10) VALUE ZERO.
015400
015500*    OWNER CREDIT AS READ FROM THE FILE-CONTROL-TABLE ENTRY
015600*    'OWNCRED'.  NO RECORD IS NO HOLD.
015700     COPY OCRREC.
015800
015900 01  WS-CREDIT-HOLD-SW               PIC X(01) VALUE 'N'.
016000     88  WS-CREDIT-HOLD              VALUE 'Y'.
016100
016200 01  WS-REQ-SHIP-DATE                PIC 9(08) VALUE ZERO.
016300 01  WS-CARRIER                      PIC X(04) VALUE SPACES.
016400
016500*    THE ORDER RECORD AS ORDALLOC READS IT - 61 BYTES THROUGH
016600*    THE 'ORDQ' TD QUEUE.  THE QUANTITY IS IN EACHES.
016700 01  WS-ORDER-RECORD.
016800     05  WS-ORD-ORDER-NO             PIC X(08).
016900     05  WS-ORD-OWNER                PIC X(20).
017000     05  WS-ORD-ITEM-NAME            PIC X(20).
017100     05  WS-ORD-QUANTITY             PIC 9(05).
017200     05  WS-ORD-PRIORITY             PIC 9(01).
017300     05  WS-ORD-ORDER-UOM            PIC X(02).
017400     05  WS-ORD-UOM-FACTOR           PIC 9(05).
017500
017600 01  WS-ORDER-QTY                    PIC 9(05) VALUE ZERO.
017700
017800 01  WS-RESP                         PIC S9(08) COMP VALUE ZERO.
017900 01  WS-RESP2                        PIC S9(08) COMP VALUE ZERO.
018000 01  WS-USERID                       PIC X(08) VALUE SPACES.
018100 01  WS-COMMAREA                     PIC X(01) VALUE SPACE.
018200
018300 COPY CGAUDIT.
018400
018500 01  WS-CURRENT-DATE-TIME.
018600     05  WS-TODAY-YYYYMMDD           PIC 9(08).
018700     05  WS-TIME-HHMMSSHH            PIC 9(08).
018800     05  FILLER                      PIC X(05).
018900
019000 LINKAGE SECTION.
019100 01  DFHCOMMAREA                     PIC X(01).
019200
019300 PROCEDURE DIVISION.
019400 0000-MAINLINE.
019500     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
019600
019700     IF EIBCALEN = ZERO
019800         PERFORM 5000-SEND-FRESH-MAP
019900             THRU 5000-SEND-FRESH-MAP-EXIT
020000         GO TO 9999-EXIT
020100     END-IF.
020200
020300     PERFORM 2000-RECEIVE-MAP
020400         THRU 2000-RECEIVE-MAP-EXIT.
020500
020600     EVALUATE EIBAID
020700         WHEN DFHPF3
020800             PERFORM 6000-EXIT-TRANSACTION
020900                 THRU 6000-EXIT-TRANSACTION-EXIT
021000         WHEN DFHPF4
021100             PERFORM 4000-ACCEPT-ORDER
021200                 THRU 4000-ACCEPT-ORDER-EXIT
021300         WHEN OTHER
021400             PERFORM 3000-CHECK-AVAILABILITY
021500                 THRU 3000-CHECK-AVAILABILITY-EXIT
021600     END-EVALUATE.
021700
021800     PERFORM 5100-SEND-MAP-AND-RETURN
021900         THRU 5100-SEND-MAP-AND-RETURN-EXIT.
022000     GO TO 9999-EXIT.
022100
022200 2000-RECEIVE-MAP.
022300     EXEC CICS
022400         RECEIVE MAP('ORDEMAP')
022500         MAPSET('ORDEBMS')
022600         INTO(ORDEMAPI)
022700         RESP(WS-RESP)
022800         RESP2(WS-RESP2)
022900     END-EXEC.
023000 2000-RECEIVE-MAP-EXIT.
023100     EXIT.
023200
023300 3000-CHECK-AVAILABILITY.
023400     PERFORM 3100-EDIT-AND-READ-ITEM
023500         THRU 3100-EDIT-AND-READ-ITEM-EXIT.
023600     IF OMSGO NOT = SPACES
023700         GO TO 3000-CHECK-AVAILABILITY-EXIT
023800     END-IF.
023900
024000     PERFORM 3300-CHECK-CREDIT-HOLD
024100         THRU 3300-CHECK-CREDIT-HOLD-EXIT.
024200     MOVE IM-QTY-ON-HAND TO OAVAILO.
024300     IF WS-CREDIT-HOLD
024400         MOVE 'WARNING - OWNER ON CREDIT HOLD, ORDER WILL BE HELD'
024500             TO OMSGO
024600         GO TO 3000-CHECK-AVAILABILITY-EXIT
024700     END-IF.
024800     IF WS-ORDER-QTY > IM-QTY-ON-HAND
024900         MOVE 'WARNING - ORDER EXCEEDS ON-HAND, EXPECT BACKORDER'
025000             TO OMSGO
025100     ELSE
025200         MOVE 'AVAILABLE - PF4 TO ACCEPT THE ORDER' TO OMSGO
025300     END-IF.
025400 3000-CHECK-AVAILABILITY-EXIT.
025500     EXIT.
025600
025700 3100-EDIT-AND-READ-ITEM.
025800*    SHARED EDITS FOR THE CHECK AND ACCEPT PATHS - A NON-BLANK
025900*    MESSAGE ON RETURN MEANS THE EDITS FAILED.
026000     MOVE SPACES TO OMSGO.
026100     IF OOWNERI = SPACES OR OITEMI = SPACES
026200         MOVE 'OWNER AND ITEM ARE BOTH REQUIRED' TO OMSGO
026300         GO TO 3100-EDIT-AND-READ-ITEM-EXIT
026400     END-IF.
026500     IF OQTYI IS NOT NUMERIC
026600         MOVE 'QUANTITY MUST BE NUMERIC AND NON-ZERO' TO OMSGO
026700         GO TO 3100-EDIT-AND-READ-ITEM-EXIT
026800     END-IF.
026900     MOVE OQTYI TO WS-ORDER-QTY.
027000     IF WS-ORDER-QTY = ZERO
027100         MOVE 'QUANTITY MUST BE NUMERIC AND NON-ZERO' TO OMSGO
027200         GO TO 3100-EDIT-AND-READ-ITEM-EXIT
027300     END-IF.
027400
027500     MOVE OOWNERI TO WS-RID-OWNER.
027600     MOVE OITEMI TO WS-RID-ITEM-NAME.
027700     EXEC CICS
027800         READ FILE('ITEMMAST')
027900         INTO(ITEM-MASTER-RECORD)
028000         RIDFLD(WS-RID-ITEM-KEY)
028100         RESP(WS-RESP)
028200         RESP2(WS-RESP2)
028300     END-EXEC.
028400
028500     MOVE 'CHK ' TO CGAUD-EVENT-TYPE.
028600     PERFORM 8000-WRITE-AUDIT-RECORD
028700         THRU 8000-WRITE-AUDIT-RECORD-EXIT.
028800
028900     IF WS-RESP NOT = DFHRESP(NORMAL)
029000         MOVE SPACES TO OAVAILO
029100         MOVE 'NO ITEM RECORD FOR THAT OWNER AND ITEM' TO OMSGO
029200         GO TO 3100-EDIT-AND-READ-ITEM-EXIT
029300     END-IF.
029400
029500     PERFORM 3150-CONVERT-TO-EACHES
029600         THRU 3150-CONVERT-TO-EACHES-EXIT.
029700     IF OMSGO NOT = SPACES
029800         GO TO 3100-EDIT-AND-READ-ITEM-EXIT
029900     END-IF.
030000
030100     PERFORM 3200-EDIT-ORDER-HEADER
030200         THRU 3200-EDIT-ORDER-HEADER-EXIT.
030300 3100-EDIT-AND-READ-ITEM-EXIT.
030400     EXIT.
030500
030600 3150-CONVERT-TO-EACHES.
030700*    BLANK OR EA IS EACHES.  ANY OTHER UNIT MUST BE DEFINED FOR
030800*    THE OWNER'S ITEM - THE OPERATOR NEVER CONVERTS IN THEIR
030900*    HEAD.  FROM HERE ON WS-ORDER-QTY IS EACHES.
031000     IF OUOMI = SPACES OR OUOMI = LOW-VALUES
031100         MOVE 'EA' TO WS-ORDER-UOM
031200     ELSE
031300         MOVE OUOMI TO WS-ORDER-UOM
031400     END-IF.
031500     MOVE 1 TO WS-UOM-FACTOR.
031600     IF WS-ORDER-UOM NOT = 'EA'
031700         MOVE OOWNERI TO WS-RID-UOM-OWNER
031800         MOVE OITEMI TO WS-RID-UOM-ITEM-NAME
031900         MOVE WS-ORDER-UOM TO WS-RID-UOM-CODE
032000         EXEC CICS
032100             READ FILE('UOMMAST')
032200             INTO(UOM-RECORD)
032300             RIDFLD(WS-RID-UOM-KEY)
032400             RESP(WS-RESP)
032500             RESP2(WS-RESP2)
032600         END-EXEC
032700         IF WS-RESP NOT = DFHRESP(NORMAL)
032800             MOVE 'UNIT NOT DEFINED FOR THIS ITEM' TO OMSGO
032900             GO TO 3150-CONVERT-TO-EACHES-EXIT
033000         END-IF
033100         MOVE UOM-FACTOR TO WS-UOM-FACTOR
033200     END-IF.
033300     COMPUTE WS-BASE-WORK = WS-ORDER-QTY * WS-UOM-FACTOR.
033400     IF WS-BASE-WORK > 99999
033500         MOVE 'QUANTITY IN EACHES OVER 99999 - SPLIT THE ORDER'
033600             TO OMSGO
033700         GO TO 3150-CONVERT-TO-EACHES-EXIT
033800     END-IF.
033900     MOVE WS-BASE-WORK TO WS-ORDER-QTY.
034000     MOVE WS-ORDER-UOM TO OUOMO.
034100 3150-CONVERT-TO-EACHES-EXIT.
034200     EXIT.
034300
034400 3200-EDIT-ORDER-HEADER.
034500*    THE SHIP-TO MUST BE ONE OF THIS OWNER'S ACTIVE CUSTOMERS.
034600*    A BLANK DATE IS TODAY, A BLANK CARRIER IS THE SHIP-TO'S
034700*    DEFAULT - BOTH ARE ECHOED BACK SO THE OPERATOR SEES WHAT
034800*    PF4 WILL RECORD.
034900     MOVE SPACES TO OSHNAMEO.
035000     IF OSHIPI = SPACES OR OSHIPI = LOW-VALUES
035100         MOVE 'SHIP-TO IS REQUIRED' TO OMSGO
035200         GO TO 3200-EDIT-ORDER-HEADER-EXIT
035300     END-IF.
035400     MOVE OOWNERI TO WS-RID-SHIP-OWNER.
035500     MOVE OSHIPI TO WS-RID-SHIP-TO-ID.
035600     EXEC CICS
035700         READ FILE('SHIPTO')
035800         INTO(SHIP-TO-RECORD)
035900         RIDFLD(WS-RID-SHIP-KEY)
036000         RESP(WS-RESP)
036100         RESP2(WS-RESP2)
036200     END-EXEC.
036300     IF WS-RESP NOT = DFHRESP(NORMAL)
036400         MOVE 'NO SHIP-TO RECORD FOR THAT OWNER' TO OMSGO
036500         GO TO 3200-EDIT-ORDER-HEADER-EXIT
036600     END-IF.
036700     MOVE SHIP-NAME TO OSHNAMEO.
036800     IF NOT SHIP-ACTIVE
036900         MOVE 'SHIP-TO IS INACTIVE - NO NEW ORDERS' TO OMSGO
037000         GO TO 3200-EDIT-ORDER-HEADER-EXIT
037100     END-IF.
037200
037300     IF OREQDTI = SPACES OR OREQDTI = LOW-VALUES
037400         MOVE WS-TODAY-YYYYMMDD TO WS-REQ-SHIP-DATE
037500     ELSE
037600         IF OREQDTI IS NOT NUMERIC
037700             MOVE 'SHIP DATE MUST BE YYYYMMDD' TO OMSGO
037800             GO TO 3200-EDIT-ORDER-HEADER-EXIT
037900         END-IF
038000         MOVE OREQDTI TO WS-REQ-SHIP-DATE
038100     END-IF.
038200     IF WS-REQ-SHIP-DATE < WS-TODAY-YYYYMMDD
038300         MOVE 'SHIP DATE IS IN THE PAST' TO OMSGO
038400         GO TO 3200-EDIT-ORDER-HEADER-EXIT
038500     END-IF.
038600     MOVE WS-REQ-SHIP-DATE TO OREQDTO.
038700
038800     IF OCARRI = SPACES OR OCARRI = LOW-VALUES
038900         MOVE SHIP-DEFAULT-CARRIER TO WS-CARRIER
039000     ELSE
039100         MOVE OCARRI TO WS-CARRIER
039200     END-IF.
039300     IF WS-CARRIER = SPACES
039400         MOVE 'CARRIER REQUIRED - SHIP-TO HAS NO DEFAULT' TO
039500             OMSGO
039600         GO TO 3200-EDIT-ORDER-HEADER-EXIT
039700     END-IF.
039800     MOVE WS-CARRIER TO OCARRO.
039900 3200-EDIT-ORDER-HEADER-EXIT.
040000     EXIT.
040100
040200 3300-CHECK-CREDIT-HOLD.
040300*    A WARNING ONLY - THE HOLD ITSELF IS ENFORCED BY ORDALLOC,
040400*    SO AN ORDER TAKEN TODAY SHIPS AS SOON AS THE OWNER PAYS.
040500     MOVE 'N' TO WS-CREDIT-HOLD-SW.
040600     MOVE OOWNERI TO OCR-OWNER.
040700     EXEC CICS
040800         READ FILE('OWNCRED')
040900         INTO(OWNER-CREDIT-RECORD)
041000         RIDFLD(OCR-OWNER)
041100         RESP(WS-RESP)
041200         RESP2(WS-RESP2)
041300     END-EXEC.
041400     IF WS-RESP = DFHRESP(NORMAL) AND OCR-ON-HOLD
041500         SET WS-CREDIT-HOLD TO TRUE
041600     END-IF.
041700 3300-CHECK-CREDIT-HOLD-EXIT.
041800     EXIT.
041900
042000 4000-ACCEPT-ORDER.
042100     PERFORM 3100-EDIT-AND-READ-ITEM
042200         THRU 3100-EDIT-AND-READ-ITEM-EXIT.
042300     IF OMSGO NOT = SPACES
042400         GO TO 4000-ACCEPT-ORDER-EXIT
042500     END-IF.
042600
042700     PERFORM 3300-CHECK-CREDIT-HOLD
042800         THRU 3300-CHECK-CREDIT-HOLD-EXIT.
042900
043000*    THE REFERENCE NUMBER IS THE ENTRY TIMESTAMP - UNIQUE
043100*    ENOUGH AT PHONE-ORDER VOLUME AND DIRECTLY TRACEABLE ON
043200*    THE ALLOCATION RUN'S PICK AND BACKORDER LISTS.
043300     MOVE WS-TIME-HHMMSSHH TO WS-ORD-ORDER-NO.
043400     MOVE OOWNERI TO WS-ORD-OWNER.
043500     MOVE OITEMI TO WS-ORD-ITEM-NAME.
043600     MOVE WS-ORDER-QTY TO WS-ORD-QUANTITY.
043700     MOVE WS-ORDER-UOM TO WS-ORD-ORDER-UOM.
043800     MOVE WS-UOM-FACTOR TO WS-ORD-UOM-FACTOR.
043900*    BLANK OR UNREADABLE PRIORITY TAKES THE STANDARD CLASS 5,
044000*    THE SAME DEFAULT THE ALLOCATOR APPLIES.
044100     IF OPRII IS NUMERIC
044200         MOVE OPRII TO WS-ORD-PRIORITY
044300     ELSE
044400         MOVE 5 TO WS-ORD-PRIORITY
044500     END-IF.
044600
044700*    HEADER FIRST - A REFERENCE NUMBER ALREADY ON ORDHDR FROM
044800*    AN EARLIER DAY IS REFUSED RATHER THAN OVERLAID, AND THE
044900*    NEXT PF4 STAMPS A NEW ONE.
045000     MOVE WS-ORD-ORDER-NO TO OHDR-ORDER-NO.
045100     MOVE WS-ORD-OWNER TO OHDR-OWNER.
045200     MOVE OSHIPI TO OHDR-SHIP-TO-ID.
045300     MOVE WS-REQ-SHIP-DATE TO OHDR-REQ-SHIP-DATE.
045400     MOVE WS-CARRIER TO OHDR-CARRIER.
045500     MOVE WS-TODAY-YYYYMMDD TO OHDR-ENTRY-DATE.
045600     SET OHDR-FROM-ORDENTRY TO TRUE.
045700     EXEC CICS
045800         WRITE FILE('ORDHDR')
045900         FROM(ORDER-HEADER-RECORD)
046000         RIDFLD(OHDR-KEY)
046100         RESP(WS-RESP)
046200         RESP2(WS-RESP2)
046300     END-EXEC.
046400     IF WS-RESP = DFHRESP(DUPREC)
046500         MOVE 'REFERENCE IN USE - PRESS PF4 AGAIN' TO OMSGO
046600         GO TO 4000-ACCEPT-ORDER-EXIT
046700     END-IF.
046800     IF WS-RESP NOT = DFHRESP(NORMAL)
046900         MOVE 'ORDER NOT ACCEPTED - HEADER WRITE FAILED' TO
047000             OMSGO
047100         GO TO 4000-ACCEPT-ORDER-EXIT
047200     END-IF.
047300
047400     EXEC CICS
047500         WRITEQ TD QUEUE('ORDQ')
047600         FROM(WS-ORDER-RECORD)
047700         LENGTH(+61)
047800         RESP(WS-RESP)
047900         RESP2(WS-RESP2)
048000     END-EXEC.
048100
048200     MOVE 'ORDR' TO CGAUD-EVENT-TYPE.
048300     PERFORM 8000-WRITE-AUDIT-RECORD
048400         THRU 8000-WRITE-AUDIT-RECORD-EXIT.
048500
048600     IF WS-RESP = DFHRESP(NORMAL)
048700         MOVE WS-ORD-ORDER-NO TO OREFO
048800         MOVE IM-QTY-ON-HAND TO OAVAILO
048900         IF WS-ORDER-QTY > IM-QTY-ON-HAND
049000             MOVE 'ACCEPTED - EXCEEDS ON-HAND, EXPECT BACKORDER'
049100                 TO OMSGO
049200         ELSE
049300             MOVE 'ORDER ACCEPTED FOR TONIGHT''S ALLOCATION'
049400                 TO OMSGO
049500         END-IF
049600         IF WS-CREDIT-HOLD
049700             MOVE 'ACCEPTED - CREDIT HOLD, HELD AT ALLOCATION'
049800                 TO OMSGO
049900         END-IF
050000     ELSE
050100*        NO LINE WENT OUT, SO THE HEADER COMES BACK OFF.
050200         EXEC CICS
050300             DELETE FILE('ORDHDR')
050400             RIDFLD(OHDR-KEY)
050500             RESP(WS-RESP)
050600             RESP2(WS-RESP2)
050700         END-EXEC
050800         MOVE 'ORDER NOT ACCEPTED - QUEUE WRITE FAILED' TO OMSGO
050900     END-IF.
051000 4000-ACCEPT-ORDER-EXIT.
051100     EXIT.
051200
051300 5000-SEND-FRESH-MAP.
051400     MOVE LOW-VALUES TO ORDEMAPI.
051500     EXEC CICS
051600         SEND MAP('ORDEMAP')
051700         MAPSET('ORDEBMS')
051800         FROM(ORDEMAPO)
051900         ERASE
052000     END-EXEC.
052100     EXEC CICS
052200         RETURN TRANSID('ORDE')
052300         COMMAREA(WS-COMMAREA)
052400         LENGTH(1)
052500     END-EXEC.
052600 5000-SEND-FRESH-MAP-EXIT.
052700     EXIT.
052800
052900 5100-SEND-MAP-AND-RETURN.
053000     EXEC CICS
053100         SEND MAP('ORDEMAP')
053200         MAPSET('ORDEBMS')
053300         FROM(ORDEMAPO)
053400     END-EXEC.
053500     EXEC CICS
053600         RETURN TRANSID('ORDE')
053700         COMMAREA(WS-COMMAREA)
053800         LENGTH(1)
053900     END-EXEC.
054000 5100-SEND-MAP-AND-RETURN-EXIT.
054100     EXIT.
054200
054300 6000-EXIT-TRANSACTION.
054400     EXEC CICS
054500         SEND TEXT FROM(WS-COMMAREA) LENGTH(0) ERASE
054600     END-EXEC.
054700     EXEC CICS
054800         RETURN
054900     END-EXEC.
055000 6000-EXIT-TRANSACTION-EXIT.
055100     EXIT.
055200
055300 8000-WRITE-AUDIT-RECORD.
055400*    SAME SHARED CGAU EXTRAPARTITION TD QUEUE THE REST OF THE
055500*    COBOLGREETING FAMILY WRITES, PICKED UP BY CGVOLRPT.
055600     EXEC CICS
055700         ASSIGN USERID(WS-USERID)
055800     END-EXEC.
055900     MOVE 'ORDENTRY' TO CGAUD-PROGRAM-ID.
056000*    THE AUDIT RECORD'S RESOURCE FIELD IS EIGHT BYTES - THE
056100*    LEADING EIGHT OF THE ITEM NAME GO ON THE TRAIL.
056200     MOVE WS-RID-ITEM-NAME(1:8) TO CGAUD-RESOURCE-NAME.
056300     MOVE WS-RESP TO CGAUD-RESP-CODE.
056400     MOVE WS-TODAY-YYYYMMDD TO CGAUD-RUN-DATE.
056500     MOVE WS-TIME-HHMMSSHH TO CGAUD-RUN-TIME.
056600     EXEC CICS
056700         WRITEQ TD
056800         QUEUE('CGAU')
056900         FROM(CGAUDIT-RECORD)
057000         LENGTH(+40)
057100     END-EXEC.
057200 8000-WRITE-AUDIT-RECORD-EXIT.
057300     EXIT.
057400
057500 9999-EXIT.
057600     EXEC CICS
057700         RETURN
057800     END-EXEC.
057900     GOBACK.
