000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ORDSTAT.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. WAREHOUSE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  3270 ORDER STATUS
001000*                    INQUIRY FOR CUSTOMER SERVICE (TRANSID
001100*                    ORDS, MAPSET ORDSBMS).  THE OPERATOR KEYS
001200*                    AN ORDER NUMBER AND SEES EVERY LINE OF IT
001300*                    IN EACH STATE IT HAS REACHED - PENDING,
001400*                    ALLOCATED, BACKORDERED WITH DAYS WAITING,
001500*                    PICKED WITH ANY SHORT QUANTITY, SHIPPED,
001600*                    RETURNED OR CANCELLED - BROWSED FROM THE
001700*                    INDEXED ORDSTIX FILE THE NIGHTLY ORDSTATX
001800*                    STEP BUILDS (SEE OSTREC), WITH THE SHIP-TO,
001900*                    CARRIER AND SHIP-BY DATE FROM THE ORDHDR
002000*                    HEADER.  TWELVE LINES A PAGE, PF8 FOR MORE.
002100*                    EVERY INQUIRY GOES TO THE SHARED CGAU AUDIT
002200*                    QUEUE.
002300*================================================================
002400 DATA DIVISION.
002500 WORKING-STORAGE SECTION.
002600 COPY RETCODES.
002700
002800*    TRANSLATOR-SUPPLIED ATTENTION IDENTIFIERS (DFHPF3/DFHPF8).
002900     COPY DFHAID.
003000
003100*    SYMBOLIC MAP FOR ORDSMAP - KEPT IN STEP WITH THE ORDSBMS
003200*    MAPSET SOURCE BY HAND, THE WAY THIS SHOP CODES ITS MAPS.
003300*    THE TWELVE DETAIL FIELDS SDTL01-SDTL12 ARE CONSECUTIVE IN
003400*    THE MAPSET, SO THEY ARE CARRIED HERE AS ONE TABLE.
003500 01  ORDSMAPI.
003600     05  FILLER                      PIC X(12).
003700     05  SORDERL                     PIC S9(04) COMP.
003800     05  SORDERF                     PIC X(01).
003900     05  SORDERI                     PIC X(08).
004000     05  SOWNERL                     PIC S9(04) COMP.
004100     05  SOWNERF                     PIC X(01).
004200     05  SOWNERI                     PIC X(20).
004300     05  SHDRL                       PIC S9(04) COMP.
004400     05  SHDRF                       PIC X(01).
004500     05  SHDRI                       PIC X(72).
004600     05  SDTL-IN OCCURS 12 TIMES.
004700         10  SDTLL                   PIC S9(04) COMP.
004800         10  SDTLF                   PIC X(01).
004900         10  SDTLI                   PIC X(72).
005000     05  SMSGL                       PIC S9(04) COMP.
005100     05  SMSGF                       PIC X(01).
005200     05  SMSGI                       PIC X(60).
005300 01  ORDSMAPO REDEFINES ORDSMAPI.
005400     05  FILLER                      PIC X(12).
005500     05  FILLER                      PIC X(03).
005600     05  SORDERO                     PIC X(08).
005700     05  FILLER                      PIC X(03).
005800     05  SOWNERO                     PIC X(20).
005900     05  FILLER                      PIC X(03).
006000     05  SHDRO                       PIC X(72).
006100     05  SDTL-OUT OCCURS 12 TIMES.
006200         10  FILLER                  PIC X(03).
006300         10  SDTLO                   PIC X(72).
006400     05  FILLER                      PIC X(03).
006500     05  SMSGO                       PIC X(60).
006600
006700*    STATUS LINE AND ORDER HEADER AS READ FROM THE FILE-
006800*    CONTROL-TABLE ENTRIES 'ORDSTIX' AND 'ORDHDR'.  THE STATUS
006900*    IS AS OF THE LAST NIGHTLY BUILD.
007000     COPY OSTREC.
007100     COPY OHDRREC.
007200
007300 01  WS-RID-OST-KEY.
007400     05  WS-RID-OST-ORDER-NO         PIC X(08).
007500     05  WS-RID-OST-SEQ              PIC 9(04).
007600
007700 01  WS-DETAIL-LINE.
007800     05  WS-DTL-ITEM-NAME            PIC X(20).
007900     05  FILLER                      PIC X(01) VALUE SPACE.
008000     05  WS-DTL-STATE                PIC X(10).
008100     05  FILLER                      PIC X(01) VALUE SPACE.
008200     05  WS-DTL-QTY                  PIC ZZZZ9.
008300     05  FILLER                      PIC X(01) VALUE SPACE.
008400     05  WS-DTL-SHORT-QTY            PIC ZZZZ9 BLANK WHEN ZERO.
008500     05  FILLER                      PIC X(01) VALUE SPACE.
008600     05  WS-DTL-EVENT-DATE           PIC 9(08) BLANK WHEN ZERO.
008700     05  FILLER                      PIC X(01) VALUE SPACE.
008800     05  WS-DTL-DAYS-WAITING         PIC ZZZ9 BLANK WHEN ZERO.
008900     05  FILLER                      PIC X(15) VALUE SPACES.
009000
009100 01  WS-HEADER-LINE.
009200     05  FILLER                      PIC X(09) VALUE 'SHIP TO: '.
009300     05  WS-HDR-SHIP-TO-ID           PIC X(10).
009400     05  FILLER                      PIC X(11)
009500                                     VALUE '  CARRIER: '.
009600     05  WS-HDR-CARRIER              PIC X(04).
009700     05  FILLER                      PIC X(11)
009800                                     VALUE '  SHIP BY: '.
009900     05  WS-HDR-SHIP-DATE            PIC 9(08).
010000     05  FILLER                      PIC X(19) VALUE SPACES.
010100
010200 01  WS-MAX-LINES                    PIC 9(02) VALUE 12.
010300 01  WS-LINES-SHOWN                  PIC 9(02) VALUE ZERO.
010400 01  WS-BROWSE-DONE-SW               PIC X(01) VALUE 'N'.
010500     88  WS-BROWSE-DONE              VALUE 'Y'.
010600 01  WS-BROWSE-OPEN-SW               PIC X(01) VALUE 'N'.
010700     88  WS-BROWSE-OPEN              VALUE 'Y'.
010800 01  WS-MORE-LINES-SW                PIC X(01) VALUE 'N'.
010900     88  WS-MORE-LINES               VALUE 'Y'.
011000
011100 01  WS-RESP                         PIC S9(08) COMP VALUE ZERO.
011200 01  WS-RESP2                        PIC S9(08) COMP VALUE ZERO.
011300 01  WS-USERID                       PIC X(08) VALUE SPACES.
011400
011500*    THE ORDER ON SCREEN AND THE SEQUENCE PF8 RESUMES FROM.
011600 01  WS-COMMAREA.
011700     05  WS-CA-ORDER-NO              PIC X(08) VALUE SPACES.
011800     05  WS-CA-NEXT-SEQ              PIC 9(04) VALUE ZERO.
011900
012000 COPY CGAUDIT.
012100
012200 01  WS-CURRENT-DATE-TIME.
012300     05  WS-TODAY-YYYYMMDD           PIC 9(08).
012400     05  WS-TIME-HHMMSSHH            PIC 9(08).
012500     05  FILLER                      PIC X(05).
012600
012700 LINKAGE SECTION.
012800 01  DFHCOMMAREA                     PIC X(12).
012900
013000 PROCEDURE DIVISION.
013100 0000-MAINLINE.
013200     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
013300
013400     IF EIBCALEN = ZERO
013500         PERFORM 5000-SEND-FRESH-MAP
013600             THRU 5000-SEND-FRESH-MAP-EXIT
013700         GO TO 9999-EXIT
013800     END-IF.
013900     MOVE DFHCOMMAREA TO WS-COMMAREA.
014000
014100     PERFORM 2000-RECEIVE-MAP
014200         THRU 2000-RECEIVE-MAP-EXIT.
014300
014400     EVALUATE EIBAID
014500         WHEN DFHPF3
014600             PERFORM 6000-EXIT-TRANSACTION
014700                 THRU 6000-EXIT-TRANSACTION-EXIT
014800         WHEN DFHPF8
014900             PERFORM 3500-NEXT-PAGE
015000                 THRU 3500-NEXT-PAGE-EXIT
015100         WHEN OTHER
015200             PERFORM 3000-INQUIRE-ORDER
015300                 THRU 3000-INQUIRE-ORDER-EXIT
015400     END-EVALUATE.
015500
015600     PERFORM 5100-SEND-MAP-AND-RETURN
015700         THRU 5100-SEND-MAP-AND-RETURN-EXIT.
015800     GO TO 9999-EXIT.
015900
016000 2000-RECEIVE-MAP.
016100     EXEC CICS
016200         RECEIVE MAP('ORDSMAP')
016300         MAPSET('ORDSBMS')
016400         INTO(ORDSMAPI)
016500         RESP(WS-RESP)
016600         RESP2(WS-RESP2)
016700     END-EXEC.
016800 2000-RECEIVE-MAP-EXIT.
016900     EXIT.
017000
017100 3000-INQUIRE-ORDER.
017200     MOVE SPACES TO SMSGO.
017300     IF SORDERI = SPACES OR SORDERI = LOW-VALUES
017400         PERFORM 3900-CLEAR-ORDER-LINES
017500             THRU 3900-CLEAR-ORDER-LINES-EXIT
017600         MOVE SPACES TO WS-CA-ORDER-NO
017700         MOVE ZERO TO WS-CA-NEXT-SEQ
017800         MOVE 'ORDER NUMBER IS REQUIRED' TO SMSGO
017900         GO TO 3000-INQUIRE-ORDER-EXIT
018000     END-IF.
018100     MOVE SORDERI TO WS-CA-ORDER-NO.
018200     MOVE ZERO TO WS-CA-NEXT-SEQ.
018300     PERFORM 3100-SHOW-PAGE
018400         THRU 3100-SHOW-PAGE-EXIT.
018500
018600     MOVE 'INQ ' TO CGAUD-EVENT-TYPE.
018700     PERFORM 8000-WRITE-AUDIT-RECORD
018800         THRU 8000-WRITE-AUDIT-RECORD-EXIT.
018900
019000     IF WS-LINES-SHOWN = ZERO
019100         MOVE 'NO STATUS ON FILE FOR THAT ORDER AS OF LAST NIGHT'
019200             TO SMSGO
019300     END-IF.
019400 3000-INQUIRE-ORDER-EXIT.
019500     EXIT.
019600
019700 3100-SHOW-PAGE.
019800     PERFORM 3900-CLEAR-ORDER-LINES
019900         THRU 3900-CLEAR-ORDER-LINES-EXIT.
020000     MOVE WS-CA-ORDER-NO TO SORDERO.
020100     MOVE ZERO TO WS-LINES-SHOWN.
020200     MOVE 'N' TO WS-BROWSE-DONE-SW.
020300     MOVE 'N' TO WS-MORE-LINES-SW.
020400     MOVE WS-CA-ORDER-NO TO WS-RID-OST-ORDER-NO.
020500     MOVE WS-CA-NEXT-SEQ TO WS-RID-OST-SEQ.
020600     EXEC CICS
020700         STARTBR FILE('ORDSTIX')
020800         RIDFLD(WS-RID-OST-KEY)
020900         GTEQ
021000         RESP(WS-RESP)
021100         RESP2(WS-RESP2)
021200     END-EXEC.
021300     MOVE 'N' TO WS-BROWSE-OPEN-SW.
021400     IF WS-RESP = DFHRESP(NORMAL)
021500         SET WS-BROWSE-OPEN TO TRUE
021600     ELSE
021700         SET WS-BROWSE-DONE TO TRUE
021800     END-IF.
021900
022000     PERFORM 3200-BROWSE-ONE-LINE
022100         THRU 3200-BROWSE-ONE-LINE-EXIT
022200         UNTIL WS-BROWSE-DONE
022300             OR WS-LINES-SHOWN NOT < WS-MAX-LINES.
022400
022500*    ONE READ PAST A FULL PAGE TELLS THE OPERATOR WHETHER PF8
022600*    HAS ANYTHING TO SHOW.
022700     IF NOT WS-BROWSE-DONE
022800         EXEC CICS
022900             READNEXT FILE('ORDSTIX')
023000             INTO(ORDER-STATUS-RECORD)
023100             RIDFLD(WS-RID-OST-KEY)
023200             RESP(WS-RESP)
023300             RESP2(WS-RESP2)
023400         END-EXEC
023500         IF WS-RESP = DFHRESP(NORMAL)
023600                 AND OST-ORDER-NO = WS-CA-ORDER-NO
023700             SET WS-MORE-LINES TO TRUE
023800         END-IF
023900     END-IF.
024000
024100     IF WS-BROWSE-OPEN
024200         EXEC CICS
024300             ENDBR FILE('ORDSTIX')
024400             RESP(WS-RESP)
024500             RESP2(WS-RESP2)
024600         END-EXEC
024700     END-IF.
024800
024900     IF WS-LINES-SHOWN > ZERO
025000         IF WS-MORE-LINES
025100             MOVE 'MORE LINES - PF8 FOR THE NEXT PAGE' TO SMSGO
025200         ELSE
025300             MOVE 'END OF ORDER - STATUS AS OF LAST NIGHT'
025400                 TO SMSGO
025500         END-IF
025600     END-IF.
025700 3100-SHOW-PAGE-EXIT.
025800     EXIT.
025900
026000 3200-BROWSE-ONE-LINE.
026100     EXEC CICS
026200         READNEXT FILE('ORDSTIX')
026300         INTO(ORDER-STATUS-RECORD)
026400         RIDFLD(WS-RID-OST-KEY)
026500         RESP(WS-RESP)
026600         RESP2(WS-RESP2)
026700     END-EXEC.
026800     IF WS-RESP NOT = DFHRESP(NORMAL)
026900         SET WS-BROWSE-DONE TO TRUE
027000         GO TO 3200-BROWSE-ONE-LINE-EXIT
027100     END-IF.
027200     IF OST-ORDER-NO NOT = WS-CA-ORDER-NO
027300         SET WS-BROWSE-DONE TO TRUE
027400         GO TO 3200-BROWSE-ONE-LINE-EXIT
027500     END-IF.
027600
027700     IF SOWNERO = SPACES
027800         MOVE OST-OWNER TO SOWNERO
027900         PERFORM 3300-SHOW-ORDER-HEADER
028000             THRU 3300-SHOW-ORDER-HEADER-EXIT
028100     END-IF.
028200
028300     ADD 1 TO WS-LINES-SHOWN.
028400     MOVE OST-ITEM-NAME    TO WS-DTL-ITEM-NAME.
028500     MOVE OST-STATE        TO WS-DTL-STATE.
028600     MOVE OST-QTY          TO WS-DTL-QTY.
028700     MOVE OST-SHORT-QTY    TO WS-DTL-SHORT-QTY.
028800     MOVE OST-EVENT-DATE   TO WS-DTL-EVENT-DATE.
028900     MOVE OST-DAYS-WAITING TO WS-DTL-DAYS-WAITING.
029000     MOVE WS-DETAIL-LINE TO SDTLO(WS-LINES-SHOWN).
029100     COMPUTE WS-CA-NEXT-SEQ = OST-SEQ + 1.
029200 3200-BROWSE-ONE-LINE-EXIT.
029300     EXIT.
029400
029500 3300-SHOW-ORDER-HEADER.
029600*    A LINE WITH NO HEADER STILL ALLOCATES AND SHIPS, BUT
029700*    UNADDRESSED - SAY SO RATHER THAN LEAVE THE ROW BLANK.
029800     MOVE OST-ORDER-NO TO OHDR-ORDER-NO.
029900     MOVE OST-OWNER TO OHDR-OWNER.
030000     EXEC CICS
030100         READ FILE('ORDHDR')
030200         INTO(ORDER-HEADER-RECORD)
030300         RIDFLD(OHDR-KEY)
030400         RESP(WS-RESP)
030500         RESP2(WS-RESP2)
030600     END-EXEC.
030700     IF WS-RESP NOT = DFHRESP(NORMAL)
030800         MOVE 'NO ORDER HEADER ON FILE - ORDER IS UNADDRESSED'
030900             TO SHDRO
031000         GO TO 3300-SHOW-ORDER-HEADER-EXIT
031100     END-IF.
031200     MOVE OHDR-SHIP-TO-ID TO WS-HDR-SHIP-TO-ID.
031300     MOVE OHDR-CARRIER TO WS-HDR-CARRIER.
031400     MOVE OHDR-REQ-SHIP-DATE TO WS-HDR-SHIP-DATE.
031500     MOVE WS-HEADER-LINE TO SHDRO.
031600 3300-SHOW-ORDER-HEADER-EXIT.
031700     EXIT.
031800
031900 3500-NEXT-PAGE.
032000     MOVE SPACES TO SMSGO.
032100     IF WS-CA-ORDER-NO = SPACES OR WS-CA-NEXT-SEQ = ZERO
032200         MOVE 'ENTER AN ORDER NUMBER FIRST' TO SMSGO
032300         GO TO 3500-NEXT-PAGE-EXIT
032400     END-IF.
032500     PERFORM 3100-SHOW-PAGE
032600         THRU 3100-SHOW-PAGE-EXIT.
032700     IF WS-LINES-SHOWN = ZERO
032800         MOVE 'NO MORE LINES FOR THIS ORDER' TO SMSGO
032900     END-IF.
033000 3500-NEXT-PAGE-EXIT.
033100     EXIT.
033200
033300 3900-CLEAR-ORDER-LINES.
033400     MOVE SPACES TO SOWNERO.
033500     MOVE SPACES TO SHDRO.
033600     MOVE ZERO TO WS-LINES-SHOWN.
033700     PERFORM 3910-CLEAR-ONE-LINE
033800         THRU 3910-CLEAR-ONE-LINE-EXIT
033900         UNTIL WS-LINES-SHOWN NOT < WS-MAX-LINES.
034000     MOVE ZERO TO WS-LINES-SHOWN.
034100 3900-CLEAR-ORDER-LINES-EXIT.
034200     EXIT.
034300
034400 3910-CLEAR-ONE-LINE.
034500     ADD 1 TO WS-LINES-SHOWN.
034600     MOVE SPACES TO SDTLO(WS-LINES-SHOWN).
034700 3910-CLEAR-ONE-LINE-EXIT.
034800     EXIT.
034900
035000 5000-SEND-FRESH-MAP.
035100     MOVE LOW-VALUES TO ORDSMAPI.
035200     EXEC CICS
035300         SEND MAP('ORDSMAP')
035400         MAPSET('ORDSBMS')
035500         FROM(ORDSMAPO)
035600         ERASE
035700     END-EXEC.
035800     EXEC CICS
035900         RETURN TRANSID('ORDS')
036000         COMMAREA(WS-COMMAREA)
036100         LENGTH(12)
036200     END-EXEC.
036300 5000-SEND-FRESH-MAP-EXIT.
036400     EXIT.
036500
036600 5100-SEND-MAP-AND-RETURN.
036700     EXEC CICS
036800         SEND MAP('ORDSMAP')
036900         MAPSET('ORDSBMS')
037000         FROM(ORDSMAPO)
037100     END-EXEC.
037200     EXEC CICS
037300         RETURN TRANSID('ORDS')
037400         COMMAREA(WS-COMMAREA)
037500         LENGTH(12)
037600     END-EXEC.
037700 5100-SEND-MAP-AND-RETURN-EXIT.
037800     EXIT.
037900
038000 6000-EXIT-TRANSACTION.
038100     EXEC CICS
038200         SEND TEXT FROM(WS-COMMAREA) LENGTH(0) ERASE
038300     END-EXEC.
038400     EXEC CICS
038500         RETURN
038600     END-EXEC.
038700 6000-EXIT-TRANSACTION-EXIT.
038800     EXIT.
038900
039000 8000-WRITE-AUDIT-RECORD.
039100*    SAME SHARED CGAU EXTRAPARTITION TD QUEUE THE REST OF THE
039200*    COBOLGREETING FAMILY WRITES, PICKED UP BY CGVOLRPT.
039300     EXEC CICS
039400         ASSIGN USERID(WS-USERID)
039500     END-EXEC.
039600     MOVE 'ORDSTAT' TO CGAUD-PROGRAM-ID.
039700     MOVE WS-CA-ORDER-NO TO CGAUD-RESOURCE-NAME.
039800     MOVE WS-RESP TO CGAUD-RESP-CODE.
039900     MOVE WS-TODAY-YYYYMMDD TO CGAUD-RUN-DATE.
040000     MOVE WS-TIME-HHMMSSHH TO CGAUD-RUN-TIME.
040100     EXEC CICS
040200         WRITEQ TD
040300         QUEUE('CGAU')
040400         FROM(CGAUDIT-RECORD)
040500         LENGTH(+40)
040600     END-EXEC.
040700 8000-WRITE-AUDIT-RECORD-EXIT.
040800     EXIT.
040900
041000 9999-EXIT.
041100     EXEC CICS
041200         RETURN
041300     END-EXEC.
041400     GOBACK.
