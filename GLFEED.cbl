005700*                    ACCEPTANCE FILE AND PROVES THE MONTH, SO
005800*                    REJECTED JOURNALS STOP DYING SILENTLY IN
005900*                    THEIR ERROR QUEUE.
006000*   2026-10-15 RLW  THE BURSAR'S SIDE OF THE LEDGER COMES OFF
006100*                    THE FEED TOO, ALL UNDER OWNER 'REGISTRAR' -
006200*                    PAYMENTS FROM TUITPAY'S PAYREG REGISTER
006300*                    ('TPAY' - DEBIT BURSAR CASH, CREDIT STUDENT
006400*                    RECEIVABLES), REFUND CREDITS FROM CRSEDROP'S
006500*                    REFNDHST ('TRFD' - DEBIT TUITION REFUNDS),
006600*                    AID DISBURSED BY AIDDISB FROM AIDMAST
006700*                    ('TAID' - DEBIT AID CLEARING), AND THE
006800*                    NIGHT'S CHANGE IN STUDENT CREDIT BALANCES
006900*                    FROM STUDRECV ('TCRB' - RECEIVABLES TO THE
007000*                    CREDIT-BALANCE LIABILITY, OR BACK), KEPT
007100*                    NIGHT TO NIGHT ON GLCRBAL.  A TUITBILL
007200*                    REBILL NOW JOURNALS ONLY ITS CHANGE FROM
007300*                    THE PRIOR BILLING.  THE CONTROL REPORT
007400*                    LISTS THE BURSAR ENTRIES, AND GLACK
007500*                    ACKNOWLEDGES THEM WITH THE REST OF THE FEED.
007600*   2026-10-15 RLW  MANIFEST RECORD NOW ENDS WITH PICKCONF'S
007700*                    SHIP-TO AND CARRIER - LAYOUT KEPT IN STEP,
007800*                    NEITHER FIELD IS USED HERE.
007900*   2026-10-15 RLW  GATHER THE KITREG BUILD REGISTER FROM
008000*                    KITBUILD AS MOVEMENT TYPE 'KBLD' - STOCK
008100*                    PRODUCED DEBITS THE OWNER'S INVENTORY AND
008200*                    STOCK CONSUMED CREDITS IT, BOTH AGAINST THE
008300*                    KIT ASSEMBLY CLEARING ACCOUNT, PRICED AT
008400*                    UNIT COST.  A DISASSEMBLY ARRIVES WITH THE
008500*                    SIDES ALREADY TURNED ROUND.
008600*   2026-10-15 RLW  PURCHASE PRICE VARIANCE - A RECEIPT THE
008700*                    REGISTER SHOWS WITH AN AGREED PO PRICE (SEE
008800*                    POREC) STILL DEBITS INVENTORY AT STANDARD
008900*                    COST, BUT CREDITS ACCRUED RECEIPTS AT THE PO
009000*                    PRICE, AND THE DIFFERENCE GOES TO THE
009100*                    'PUR-PRCVAR' ACCOUNT UNDER THE SAME 'RCPT'
009200*                    MOVEMENT - DEBIT WHEN THE VENDOR CHARGED
009300*                    ABOVE STANDARD, CREDIT WHEN BELOW.  AN
009400*                    UNPRICED RECEIPT POSTS AT STANDARD AS BEFORE.
009500*   2026-10-15 RLW  GATHER THE DISPREG DISPOSAL REGISTER FROM
009600*                    DMGDISP AS MOVEMENT TYPE 'DWRO' - DAMAGED
009700*                    STOCK SCRAPPED OR SOLD AS SALVAGE CREDITS
009800*                    OWNER INVENTORY AND DEBITS THE 'INV-WRTOFF'
009900*                    WRITE-OFF ACCOUNT AT UNIT COST.  DONATED
010000*                    AND REWORKED STOCK IS NOT JOURNALED HERE.
010100*   2026-10-15 RLW  MANIFEST RECORD NOW ENDS WITH PICKCONF'S
010200*                    LOT TRACE - LAYOUT KEPT IN STEP, NOT USED
010300*                    HERE.
010400*   2026-10-15 RLW  GATHER THE HOUSREG ROOM-CHARGE REGISTER FROM
010500*                    HOUSASGN AS MOVEMENT TYPE 'THSG' - DEBIT
010600*                    STUDENT RECEIVABLES, CREDIT HOUSING REVENUE,
010700*                    ONLY THE CHANGE FROM THE PRIOR CHARGE AS FOR
010800*                    A TUITBILL REBILL.  REFUND CHECKS CRSEDROP
010900*                    HAS ISSUED (RECV-REFUNDED ON STUDRECV) POST
011000*                    AS 'TRCK' - DEBIT STUDENT RECEIVABLES,
011100*                    CREDIT BURSAR CASH - FROM THE CHANGE IN THE
011200*                    REFUNDED TOTAL, KEPT NIGHT TO NIGHT ON
011300*                    GLCRBAL WITH THE CREDIT-BALANCE TOTAL.
011400*   2026-10-15 RLW  A FAILED OPEN OF GLCRBAL FOR THE NEW CREDIT-
011500*                    BALANCE TOTALS ENDS THE RUN AT RC 12 BEFORE
011600*                    THE INTERFACE IS WRITTEN.
011700*================================================================
011800 ENVIRONMENT DIVISION.
011900 INPUT-OUTPUT SECTION.
012000 FILE-CONTROL.
012100     SELECT TRANSFER-LOG ASSIGN TO "ITMXFLOG"
012200         ORGANIZATION IS LINE SEQUENTIAL
012300         FILE STATUS IS WS-XFER-STATUS.
012400
012500     SELECT RECEIVING-REGISTER ASSIGN TO "RCVREG"
012600         ORGANIZATION IS LINE SEQUENTIAL
012700         FILE STATUS IS WS-RCV-STATUS.
012800
012900     SELECT BILLING-REGISTER ASSIGN TO "TUITREG"
013000         ORGANIZATION IS LINE SEQUENTIAL
013100         FILE STATUS IS WS-TUIT-STATUS.
013200
013300     SELECT RETURNS-REGISTER ASSIGN TO "RETREG"
013400         ORGANIZATION IS LINE SEQUENTIAL
013500         FILE STATUS IS WS-RET-STATUS.
013600
013700     SELECT MANIFEST-FILE ASSIGN TO "MANIFEST"
013800         ORGANIZATION IS LINE SEQUENTIAL
013900         FILE STATUS IS WS-MAN-STATUS.
014000
014100     SELECT OWNER-BILLING-REGISTER ASSIGN TO "OWNBREG"
014200         ORGANIZATION IS LINE SEQUENTIAL
014300         FILE STATUS IS WS-OWNB-STATUS.
014400
014500     SELECT REVAL-REGISTER ASSIGN TO "RVALREG"
014600         ORGANIZATION IS LINE SEQUENTIAL
014700         FILE STATUS IS WS-RVL-STATUS.
014800
014900     SELECT BUILD-REGISTER ASSIGN TO "KITREG"
015000         ORGANIZATION IS LINE SEQUENTIAL
015100         FILE STATUS IS WS-KREG-STATUS.
015200
015300     SELECT DISPOSAL-REGISTER ASSIGN TO "DISPREG"
015400         ORGANIZATION IS LINE SEQUENTIAL
015500         FILE STATUS IS WS-DREG-STATUS.
015600
015700     SELECT ADJUSTMENT-LOG ASSIGN TO "CYCADJLG"
015800         ORGANIZATION IS LINE SEQUENTIAL
015900         FILE STATUS IS WS-ADJ-STATUS.
016000
016100     SELECT HOUSING-REGISTER ASSIGN TO "HOUSREG"
016200         ORGANIZATION IS LINE SEQUENTIAL
016300         FILE STATUS IS WS-HREG-STATUS.
016400
016500     SELECT PAYMENT-REGISTER ASSIGN TO "PAYREG"
016600         ORGANIZATION IS LINE SEQUENTIAL
016700         FILE STATUS IS WS-PREG-STATUS.
016800
016900     SELECT REFUND-HISTORY ASSIGN TO "REFNDHST"
017000         ORGANIZATION IS INDEXED
017100         ACCESS MODE IS DYNAMIC
017200         RECORD KEY IS REFH-KEY
017300         FILE STATUS IS WS-REFH-STATUS.
017400
017500     SELECT AWARD-FILE ASSIGN TO "AIDMAST"
017600         ORGANIZATION IS INDEXED
017700         ACCESS MODE IS DYNAMIC
017800         RECORD KEY IS AWD-KEY
017900         FILE STATUS IS WS-AWD-STATUS.
018000
018100     SELECT RECEIVABLE-FILE ASSIGN TO "STUDRECV"
018200         ORGANIZATION IS INDEXED
018300         ACCESS MODE IS DYNAMIC
018400         RECORD KEY IS RECV-KEY
018500         FILE STATUS IS WS-RECV-STATUS.
018600
018700     SELECT CREDIT-BALANCE-CONTROL ASSIGN TO "GLCRBAL"
018800         ORGANIZATION IS LINE SEQUENTIAL
018900         FILE STATUS IS WS-CRB-STATUS.
019000
019100     SELECT ITEM-EXTRACT ASSIGN TO "ITEMEXT"
019200         ORGANIZATION IS LINE SEQUENTIAL
019300         FILE STATUS IS WS-EXTRACT-STATUS.
019400
019500     SELECT COST-INDEX ASSIGN TO "GLCIDX"
019600         ORGANIZATION IS INDEXED
019700         ACCESS MODE IS DYNAMIC
019800         RECORD KEY IS CIX-KEY
019900         FILE STATUS IS WS-CIX-STATUS.
020000
020100     SELECT GL-INTERFACE ASSIGN TO "GLFEEDO"
020200         ORGANIZATION IS LINE SEQUENTIAL.
020300
020400     SELECT SENT-DETAIL ASSIGN TO "GLSENTD"
020500         ORGANIZATION IS LINE SEQUENTIAL
020600         FILE STATUS IS WS-SENTD-STATUS.
020700
020800     SELECT CONTROL-REPORT ASSIGN TO "GLCTLRPT"
020900         ORGANIZATION IS LINE SEQUENTIAL.
021000
021100     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
021200         ORGANIZATION IS LINE SEQUENTIAL
021300         FILE STATUS IS WS-BUSDATE-STATUS.
021400
021500     SELECT EXCEPTION-FILE ASSIGN TO "GLFDEXC"
021600         ORGANIZATION IS LINE SEQUENTIAL.
021700
021800     SELECT TICKET-INTAKE ASSIGN TO "TICKETS"
021900         ORGANIZATION IS LINE SEQUENTIAL
022000         FILE STATUS IS WS-TICKET-STATUS.
022100
022200 DATA DIVISION.
022300 FILE SECTION.
022400 FD  TRANSFER-LOG.
022500 01  TRANSFER-LOG-LINE.
022600     05  XLOG-DATE                   PIC X(08).
022700     05  FILLER                      PIC X(01).
022800     05  XLOG-TIME                   PIC X(08).
022900     05  FILLER                      PIC X(06).
023000     05  XLOG-FROM-OWNER             PIC X(20).
023100     05  FILLER                      PIC X(04).
023200     05  XLOG-TO-OWNER               PIC X(20).
023300     05  FILLER                      PIC X(06).
023400     05  XLOG-ITEM-NAME              PIC X(20).
023500     05  FILLER                      PIC X(05).
023600     05  XLOG-QTY                    PIC X(05).
023700     05  FILLER                      PIC X(12).
023800
023900 FD  RECEIVING-REGISTER.
024000 01  RECEIVING-REGISTER-LINE.
024100     05  RLOG-DATE                   PIC X(08).
024200     05  FILLER                      PIC X(01).
024300     05  RLOG-TIME                   PIC X(08).
024400     05  FILLER                      PIC X(07).
024500     05  RLOG-OWNER                  PIC X(20).
024600     05  FILLER                      PIC X(06).
024700     05  RLOG-ITEM-NAME              PIC X(20).
024800     05  FILLER                      PIC X(05).
024900     05  RLOG-QTY                    PIC X(05).
025000     05  FILLER                      PIC X(18).
025100     05  RLOG-PO-NUMBER              PIC X(06).
025200     05  FILLER                      PIC X(08).
025300     05  RLOG-VENDOR-ID              PIC X(08).
025400     05  FILLER                      PIC X(07).
025500     05  RLOG-PO-PRICE               PIC X(09).
025600     05  RLOG-PO-PRICE-NUM REDEFINES RLOG-PO-PRICE
025700                                     PIC 9(05)V9(04).
025800     05  FILLER                      PIC X(14).
025900
026000*    THE SHIPPING MANIFEST AS PICKCONF WRITES IT - THE REAL
026100*    OUTBOUND, NOT THE PICK LIST.
026200 FD  MANIFEST-FILE.
026300 01  MANIFEST-RECORD.
026400     05  MAN-SHIP-DATE               PIC 9(08).
026500     05  MAN-OWNER                   PIC X(20).
026600     05  MAN-ORDER-NO                PIC X(08).
026700     05  MAN-ITEM-NAME               PIC X(20).
026800     05  MAN-QTY-SHIPPED             PIC X(05).
026900     05  MAN-SHIP-TO-ID              PIC X(10).
027000     05  MAN-CARRIER                 PIC X(04).
027100     05  MAN-LOT-TRACE.
027200         10  MAN-LOT-USED OCCURS 5 TIMES.
027300             15  MAN-LOT-NUMBER      PIC X(10).
027400             15  MAN-LOT-QTY         PIC 9(05).
027500         10  MAN-LOT-OVERFLOW-SW     PIC X(01).
027600
027700 FD  RETURNS-REGISTER.
027800 01  RETURNS-REGISTER-LINE.
027900     05  RRET-DATE                   PIC X(08).
028000     05  FILLER                      PIC X(01).
028100     05  RRET-TIME                   PIC X(08).
028200     05  FILLER                      PIC X(07).
028300     05  RRET-OWNER                  PIC X(20).
028400     05  FILLER                      PIC X(06).
028500     05  RRET-ITEM-NAME              PIC X(20).
028600     05  FILLER                      PIC X(05).
028700     05  RRET-QTY                    PIC X(05).
028800     05  FILLER                      PIC X(06).
028900     05  RRET-DISP                   PIC X(01).
029000     05  FILLER                      PIC X(24).
029100
029200 FD  REVAL-REGISTER.
029300 01  REVAL-REGISTER-LINE.
029400     05  RVL-DATE                    PIC X(08).
029500     05  FILLER                      PIC X(01).
029600     05  RVL-TIME                    PIC X(08).
029700     05  FILLER                      PIC X(07).
029800     05  RVL-OWNER                   PIC X(20).
029900     05  FILLER                      PIC X(06).
030000     05  RVL-ITEM-NAME               PIC X(20).
030100     05  FILLER                      PIC X(05).
030200     05  RVL-QTY                     PIC X(05).
030300     05  FILLER                      PIC X(05).
030400     05  RVL-DIRECTION               PIC X(01).
030500     05  FILLER                      PIC X(05).
030600     05  RVL-AMOUNT                  PIC 9(07)V9(02).
030700     05  FILLER                      PIC X(10).
030800
030900*    THE KIT BUILD REGISTER AS KITBUILD WRITES IT - ONE LINE
031000*    PER ITEM QUANTITY CONSUMED ('C') OR PRODUCED ('P').
031100 FD  BUILD-REGISTER.
031200 01  BUILD-REGISTER-LINE.
031300     05  KRG-DATE                    PIC X(08).
031400     05  FILLER                      PIC X(01).
031500     05  KRG-TIME                    PIC X(08).
031600     05  FILLER                      PIC X(07).
031700     05  KRG-OWNER                   PIC X(20).
031800     05  FILLER                      PIC X(06).
031900     05  KRG-ITEM-NAME               PIC X(20).
032000     05  FILLER                      PIC X(05).
032100     05  KRG-QTY                     PIC X(05).
032200     05  FILLER                      PIC X(05).
032300     05  KRG-DIRECTION               PIC X(01).
032400     05  FILLER                      PIC X(05).
032500     05  KRG-ACTION                  PIC X(01).
032600     05  FILLER                      PIC X(64).
032700
032800*    THE DISPOSAL REGISTER AS DMGDISP WRITES IT - ONE LINE PER
032900*    DISPOSAL OF DAMAGED STOCK, WITH ITS DISPOSITION CODE.
033000 FD  DISPOSAL-REGISTER.
033100 01  DISPOSAL-REGISTER-LINE.
033200     05  DRG-DATE                    PIC X(08).
033300     05  FILLER                      PIC X(01).
033400     05  DRG-TIME                    PIC X(08).
033500     05  FILLER                      PIC X(07).
033600     05  DRG-OWNER                   PIC X(20).
033700     05  FILLER                      PIC X(06).
033800     05  DRG-ITEM-NAME               PIC X(20).
033900     05  FILLER                      PIC X(05).
034000     05  DRG-QTY                     PIC X(05).
034100     05  FILLER                      PIC X(05).
034200     05  DRG-DISPOSITION             PIC X(01).
034300     05  FILLER                      PIC X(58).
034400
034500 FD  OWNER-BILLING-REGISTER.
034600 01  OWNER-BILLING-LINE.
034700     05  OBR-DATE                    PIC X(08).
034800     05  FILLER                      PIC X(01).
034900     05  OBR-TIME                    PIC X(08).
035000     05  FILLER                      PIC X(07).
035100     05  OBR-OWNER                   PIC X(20).
035200     05  FILLER                      PIC X(05).
035300     05  OBR-AMOUNT                  PIC 9(07)V9(02).
035400     05  FILLER                      PIC X(20).
035500
035600 FD  BILLING-REGISTER.
035700 01  BILLING-REGISTER-LINE.
035800     05  TREG-DATE                   PIC X(08).
035900     05  FILLER                      PIC X(01).
036000     05  TREG-TIME                   PIC X(08).
036100     05  FILLER                      PIC X(09).
036200     05  TREG-STUDENT-ID             PIC X(09).
036300     05  FILLER                      PIC X(06).
036400     05  TREG-TERM                   PIC X(05).
036500     05  FILLER                      PIC X(05).
036600     05  TREG-AMOUNT                 PIC 9(07)V9(02).
036700     05  FILLER                      PIC X(01).
036800     05  TREG-PRIOR-AMOUNT           PIC 9(07)V9(02).
036900     05  FILLER                      PIC X(10).
037000
037100*    HOUSASGN'S REGISTER - THE TUITREG COLUMNS PLUS THE ROOM.
037200 FD  HOUSING-REGISTER.
037300 01  HOUSING-REGISTER-LINE.
037400     05  HREG-DATE                   PIC X(08).
037500     05  FILLER                      PIC X(01).
037600     05  HREG-TIME                   PIC X(08).
037700     05  FILLER                      PIC X(09).
037800     05  HREG-STUDENT-ID             PIC X(09).
037900     05  FILLER                      PIC X(06).
038000     05  HREG-TERM                   PIC X(05).
038100     05  FILLER                      PIC X(05).
038200     05  HREG-AMOUNT                 PIC 9(07)V9(02).
038300     05  FILLER                      PIC X(01).
038400     05  HREG-PRIOR-AMOUNT           PIC 9(07)V9(02).
038500     05  FILLER                      PIC X(01).
038600     05  HREG-HALL-ID                PIC X(04).
038700     05  FILLER                      PIC X(01).
038800     05  HREG-ROOM-ID                PIC X(05).
038900
039000*    TUITPAY'S REGISTER - ONE LINE PER POSTED PAYMENT, THE SAME
039100*    FIXED COLUMNS AS TUITREG.
039200 FD  PAYMENT-REGISTER.
039300 01  PAYMENT-REGISTER-LINE.
039400     05  PREG-DATE                   PIC X(08).
039500     05  FILLER                      PIC X(01).
039600     05  PREG-TIME                   PIC X(08).
039700     05  FILLER                      PIC X(09).
039800     05  PREG-STUDENT-ID             PIC X(09).
039900     05  FILLER                      PIC X(06).
040000     05  PREG-TERM                   PIC X(05).
040100     05  FILLER                      PIC X(05).
040200     05  PREG-AMOUNT                 PIC 9(07)V9(02).
040300     05  FILLER                      PIC X(20).
040400
040500 FD  REFUND-HISTORY.
040600     COPY REFNDREC.
040700
040800 FD  AWARD-FILE.
040900     COPY AWARDREC.
041000
041100 FD  RECEIVABLE-FILE.
041200     COPY RECVREC.
041300
041400*    ONE RECORD - THE STUDENT CREDIT-BALANCE AND REFUNDED TOTALS
041500*    THE LAST FEED JOURNALED, AND THE TOTALS BEFORE THEM FOR AN
041600*    AS-OF RERUN.
041700 FD  CREDIT-BALANCE-CONTROL.
041800 01  CREDIT-BALANCE-RECORD.
041900     05  CRB-RUN-DATE                PIC 9(08).
042000     05  FILLER                      PIC X(01).
042100     05  CRB-PRIOR-TOTAL             PIC 9(11)V9(02).
042200     05  FILLER                      PIC X(01).
042300     05  CRB-CURRENT-TOTAL           PIC 9(11)V9(02).
042400     05  FILLER                      PIC X(01).
042500     05  CRB-PRIOR-REFUNDED          PIC 9(11)V9(02).
042600     05  FILLER                      PIC X(01).
042700     05  CRB-CURRENT-REFUNDED        PIC 9(11)V9(02).
042800
042900 FD  ADJUSTMENT-LOG.
043000 01  ADJUSTMENT-LOG-LINE.
043100     05  ALOG-DATE                   PIC X(08).
043200     05  FILLER                      PIC X(01).
043300     05  ALOG-TIME                   PIC X(08).
043400     05  FILLER                      PIC X(07).
043500     05  ALOG-OWNER                  PIC X(20).
043600     05  FILLER                      PIC X(06).
043700     05  ALOG-ITEM-NAME              PIC X(20).
043800     05  FILLER                      PIC X(05).
043900     05  ALOG-OLD-QTY                PIC X(05).
044000     05  FILLER                      PIC X(05).
044100     05  ALOG-NEW-QTY                PIC X(05).
044200     05  FILLER                      PIC X(15).
044300
044400 FD  ITEM-EXTRACT.
044500     COPY ITEMREC.
044600     COPY CTLREC.
044700
044800 FD  COST-INDEX.
044900 01  COST-INDEX-RECORD.
045000     05  CIX-KEY.
045100         10  CIX-OWNER               PIC X(20).
045200         10  CIX-ITEM-NAME           PIC X(20).
045300     05  CIX-UNIT-COST               PIC 9(05)V9(02).
045400
045500 FD  GL-INTERFACE.
045600 01  GL-INTERFACE-RECORD.
045700     05  GL-ACCOUNT                  PIC X(10).
045800     05  GL-OWNER                    PIC X(20).
045900     05  GL-MOVEMENT                 PIC X(04).
046000     05  GL-DEBIT-CREDIT             PIC X(01).
046100     05  GL-AMOUNT                   PIC 9(11)V9(02).
046200     05  GL-RUN-DATE                 PIC 9(08).
046300
046400*    EVERY ENTRY SENT TO ACCOUNTING, KEPT UNTIL GLACK MATCHES
046500*    THE ACCEPTANCE FILE AGAINST IT - STATUS P UNTIL THEN.
046600 FD  SENT-DETAIL.
046700 01  GL-SENT-DETAIL.
046800     05  GLS-FEED-DATE               PIC 9(08).
046900     05  GLS-SEQ                     PIC 9(05).
047000     05  GLS-STATUS                  PIC X(01).
047100         88  GLS-PENDING             VALUE 'P'.
047200         88  GLS-ACCEPTED            VALUE 'A'.
047300         88  GLS-HELD                VALUE 'H'.
047400     05  GLS-ENTRY                   PIC X(56).
047500
047600 FD  CONTROL-REPORT.
047700 01  CONTROL-REPORT-LINE            PIC X(100).
047800
047900 FD  BUSDATE-FILE.
048000     COPY BUSDATE.
048100
048200 FD  EXCEPTION-FILE.
048300     COPY EXCREC.
048400
048500 FD  TICKET-INTAKE.
048600     COPY TICKREC.
048700
048800 WORKING-STORAGE SECTION.
048900     COPY RETCODES.
049000
049100 01  WS-SENTD-STATUS                PIC X(02) VALUE '00'.
049200     88  SENTD-STATUS-OK             VALUE '00'.
049300
049400 01  WS-XFER-STATUS                 PIC X(02) VALUE '00'.
049500     88  XFER-STATUS-OK              VALUE '00'.
049600     88  XFER-STATUS-EOF             VALUE '10'.
049700 01  WS-RCV-STATUS                  PIC X(02) VALUE '00'.
049800     88  RCV-STATUS-OK               VALUE '00'.
049900     88  RCV-STATUS-EOF              VALUE '10'.
050000 01  WS-ADJ-STATUS                  PIC X(02) VALUE '00'.
050100     88  ADJ-STATUS-OK               VALUE '00'.
050200     88  ADJ-STATUS-EOF              VALUE '10'.
050300 01  WS-RVL-STATUS                  PIC X(02) VALUE '00'.
050400     88  RVL-STATUS-OK               VALUE '00'.
050500     88  RVL-STATUS-EOF              VALUE '10'.
050600 01  WS-KREG-STATUS                 PIC X(02) VALUE '00'.
050700     88  KREG-STATUS-OK              VALUE '00'.
050800     88  KREG-STATUS-EOF             VALUE '10'.
050900 01  WS-DREG-STATUS                 PIC X(02) VALUE '00'.
051000     88  DREG-STATUS-OK              VALUE '00'.
051100     88  DREG-STATUS-EOF             VALUE '10'.
051200 01  WS-OWNB-STATUS                 PIC X(02) VALUE '00'.
051300     88  OWNB-STATUS-OK              VALUE '00'.
051400     88  OWNB-STATUS-EOF             VALUE '10'.
051500 01  WS-RET-STATUS                  PIC X(02) VALUE '00'.
051600     88  RET-STATUS-OK               VALUE '00'.
051700     88  RET-STATUS-EOF              VALUE '10'.
051800 01  WS-MAN-STATUS                  PIC X(02) VALUE '00'.
051900     88  MAN-STATUS-OK               VALUE '00'.
052000     88  MAN-STATUS-EOF              VALUE '10'.
052100 01  WS-TUIT-STATUS                 PIC X(02) VALUE '00'.
052200     88  TUIT-STATUS-OK              VALUE '00'.
052300     88  TUIT-STATUS-EOF             VALUE '10'.
052400 01  WS-HREG-STATUS                 PIC X(02) VALUE '00'.
052500     88  HREG-STATUS-OK              VALUE '00'.
052600     88  HREG-STATUS-EOF             VALUE '10'.
052700 01  WS-PREG-STATUS                 PIC X(02) VALUE '00'.
052800     88  PREG-STATUS-OK              VALUE '00'.
052900     88  PREG-STATUS-EOF             VALUE '10'.
053000 01  WS-REFH-STATUS                 PIC X(02) VALUE '00'.
053100     88  REFH-STATUS-OK              VALUE '00'.
053200     88  REFH-STATUS-EOF             VALUE '10'.
053300 01  WS-AWD-STATUS                  PIC X(02) VALUE '00'.
053400     88  AWD-STATUS-OK               VALUE '00'.
053500     88  AWD-STATUS-EOF              VALUE '10'.
053600 01  WS-RECV-STATUS                 PIC X(02) VALUE '00'.
053700     88  RECV-STATUS-OK              VALUE '00'.
053800     88  RECV-STATUS-EOF             VALUE '10'.
053900 01  WS-CRB-STATUS                  PIC X(02) VALUE '00'.
054000     88  CRB-STATUS-OK               VALUE '00'.
054100 01  WS-EXTRACT-STATUS              PIC X(02) VALUE '00'.
054200     88  EXTRACT-STATUS-OK           VALUE '00'.
054300     88  EXTRACT-STATUS-EOF          VALUE '10'.
054400 01  WS-CIX-STATUS                  PIC X(02) VALUE '00'.
054500     88  CIX-STATUS-OK               VALUE '00'.
054600 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
054700     88  BUSDATE-STATUS-OK           VALUE '00'.
054800
054900*    HEADER/TRAILER CONTROL-RECORD CHECKING (SEE CTLREC).
055000 01  WS-FEED-FIRST-SW               PIC X(01) VALUE 'Y'.
055100     88  WS-FEED-FIRST-RECORD        VALUE 'Y'.
055200 01  WS-HDR-SEEN-SW                 PIC X(01) VALUE 'N'.
055300     88  WS-FEED-HDR-SEEN            VALUE 'Y'.
055400 01  WS-TRL-SEEN-SW                 PIC X(01) VALUE 'N'.
055500     88  WS-FEED-TRL-SEEN            VALUE 'Y'.
055600 01  WS-CTL-CONTROL-SW              PIC X(01) VALUE 'N'.
055700     88  WS-CTL-IS-CONTROL           VALUE 'Y'.
055800 01  WS-FEED-RECORD-COUNT           PIC 9(07) VALUE ZERO.
055900 01  WS-FEED-HASH-TOTAL             PIC 9(09) VALUE ZERO.
056000 01  WS-TRL-RECORD-COUNT            PIC 9(07) VALUE ZERO.
056100 01  WS-TRL-HASH-TOTAL              PIC 9(09) VALUE ZERO.
056200
056300*    JOURNAL ACCUMULATOR - ONE ENTRY PER OWNER, MOVEMENT TYPE
056400*    AND SIDE.  GUARDED LOAD, AS EVER.
056500 01  WS-JOURNAL-TABLE.
056600     05  WS-JRN-ENTRY OCCURS 200 TIMES.
056700         10  WS-JRN-OWNER            PIC X(20).
056800         10  WS-JRN-MOVEMENT         PIC X(04).
056900         10  WS-JRN-DC               PIC X(01).
057000         10  WS-JRN-ACCOUNT          PIC X(10).
057100         10  WS-JRN-AMOUNT           PIC 9(11)V9(02).
057200 01  WS-JRN-COUNT                   PIC 9(03) COMP VALUE ZERO.
057300 01  WS-JRN-SUB                     PIC 9(03) COMP.
057400 01  WS-JRN-FOUND-SUB               PIC 9(03) COMP VALUE ZERO.
057500
057600*    THE MOVEMENT BEING POSTED.
057700 01  WS-POST-OWNER                  PIC X(20) VALUE SPACES.
057800 01  WS-POST-MOVEMENT               PIC X(04) VALUE SPACES.
057900 01  WS-POST-DC                     PIC X(01) VALUE SPACE.
058000 01  WS-POST-ACCOUNT                PIC X(10) VALUE SPACES.
058100 01  WS-POST-AMOUNT                 PIC 9(11)V9(02) VALUE ZERO.
058200 01  WS-NET-AMOUNT                  PIC S9(11)V9(02) VALUE ZERO.
058300
058400*    A RECEIPT AT STANDARD AND AT ITS AGREED PO PRICE.
058500 01  WS-STD-AMOUNT                  PIC 9(11)V9(02) VALUE ZERO.
058600 01  WS-PO-AMOUNT                   PIC 9(11)V9(02) VALUE ZERO.
058700 01  WS-PPV-RECEIPTS                PIC 9(07) VALUE ZERO.
058800
058900*    STUDENT CREDIT BALANCES - TONIGHT'S STUDRECV TOTAL AGAINST
059000*    THE TOTAL THE LAST FEED JOURNALED (SEE GLCRBAL).
059100 01  WS-CRBAL-PRIOR                 PIC 9(11)V9(02) VALUE ZERO.
059200 01  WS-CRBAL-CURRENT               PIC 9(11)V9(02) VALUE ZERO.
059300*    REFUND CHECKS ISSUED - TONIGHT'S RECV-REFUNDED TOTAL
059400*    AGAINST THE TOTAL THE LAST FEED JOURNALED.
059500 01  WS-RFND-PRIOR                  PIC 9(11)V9(02) VALUE ZERO.
059600 01  WS-RFND-CURRENT                PIC 9(11)V9(02) VALUE ZERO.
059700 01  WS-CRBAL-DONE-SW               PIC X(01) VALUE 'N'.
059800     88  WS-CRBAL-DONE               VALUE 'Y'.
059900
060000 01  WS-QTY-NUM                     PIC 9(05) VALUE ZERO.
060100 01  WS-OLD-QTY-NUM                 PIC 9(05) VALUE ZERO.
060200 01  WS-NEW-QTY-NUM                 PIC 9(05) VALUE ZERO.
060300 01  WS-UNIT-COST                   PIC 9(05)V9(02) VALUE ZERO.
060400 01  WS-COST-FOUND-SW               PIC X(01) VALUE 'N'.
060500     88  WS-COST-FOUND               VALUE 'Y'.
060600
060700 01  WS-TOTAL-DEBITS                PIC 9(13)V9(02) VALUE ZERO.
060800 01  WS-TOTAL-CREDITS               PIC 9(13)V9(02) VALUE ZERO.
060900 01  WS-AMOUNT-EDIT                 PIC Z(10)9.99.
061000 01  WS-MOVEMENTS-PRICED            PIC 9(07) VALUE ZERO.
061100 01  WS-MOVEMENTS-UNPRICED          PIC 9(07) VALUE ZERO.
061200
061300 01  WS-CURRENT-DATE-TIME.
061400     05  WS-TODAY-YYYYMMDD          PIC 9(08).
061500     05  WS-TIME-HHMMSSHH           PIC 9(08).
061600     05  FILLER                     PIC X(05).
061700
061800 01  WS-TICKET-STATUS               PIC X(02) VALUE '00'.
061900     88  TICKET-STATUS-OK            VALUE '00'.
062000
062100*    THE LAST EXCEPTION'S KEY AND REASON, SAVED AT WRITE TIME -
062200*    THE ERROR TICKET IS CUT AFTER THE FINISH CLOSES THE FILES,
062300*    AND AN FD RECORD AREA IS UNDEFINED AFTER CLOSE.
062400 01  WS-LAST-EXC-KEY                PIC X(20) VALUE SPACES.
062500 01  WS-LAST-EXC-REASON             PIC X(04) VALUE SPACES.
062600 01  WS-LAST-EXC-TEXT               PIC X(40) VALUE SPACES.
062700
062800 PROCEDURE DIVISION.
062900 0000-MAINLINE.
063000     PERFORM 1000-INITIALIZE
063100         THRU 1000-INITIALIZE-EXIT.
063200     IF RC-SEVERE
063300         GO TO 0000-WRAP-UP
063400     END-IF.
063500
063600     PERFORM 2000-GATHER-TRANSFERS
063700         THRU 2000-GATHER-TRANSFERS-EXIT.
063800     PERFORM 3000-GATHER-RECEIPTS
063900         THRU 3000-GATHER-RECEIPTS-EXIT.
064000     PERFORM 4000-GATHER-ADJUSTMENTS
064100         THRU 4000-GATHER-ADJUSTMENTS-EXIT.
064200     PERFORM 4960-GATHER-REVALUATIONS
064300         THRU 4960-GATHER-REVALUATIONS-EXIT.
064400     PERFORM 4900-GATHER-OWNER-BILLING
064500         THRU 4900-GATHER-OWNER-BILLING-EXIT.
064600     PERFORM 4700-GATHER-RETURNS
064700         THRU 4700-GATHER-RETURNS-EXIT.
064800     PERFORM 4750-GATHER-SHIPMENTS
064900         THRU 4750-GATHER-SHIPMENTS-EXIT.
065000     PERFORM 4980-GATHER-KIT-BUILDS
065100         THRU 4980-GATHER-KIT-BUILDS-EXIT.
065200     PERFORM 4992-GATHER-DISPOSALS
065300         THRU 4992-GATHER-DISPOSALS-EXIT.
065400     PERFORM 4500-GATHER-TUITION
065500         THRU 4500-GATHER-TUITION-EXIT.
065600     PERFORM 4505-GATHER-HOUSING
065700         THRU 4505-GATHER-HOUSING-EXIT.
065800     PERFORM 4510-GATHER-PAYMENTS
065900         THRU 4510-GATHER-PAYMENTS-EXIT.
066000     PERFORM 4530-GATHER-REFUNDS
066100         THRU 4530-GATHER-REFUNDS-EXIT.
066200     PERFORM 4550-GATHER-AID
066300         THRU 4550-GATHER-AID-EXIT.
066400     PERFORM 4570-GATHER-CREDIT-BALANCES
066500         THRU 4570-GATHER-CREDIT-BALANCES-EXIT.
066600     IF RC-SEVERE
066700         GO TO 0000-WRAP-UP
066800     END-IF.
066900
067000     PERFORM 6000-WRITE-GL-INTERFACE
067100         THRU 6000-WRITE-GL-INTERFACE-EXIT.
067200     PERFORM 7000-WRITE-CONTROL-REPORT
067300         THRU 7000-WRITE-CONTROL-REPORT-EXIT.
067400
067500 0000-WRAP-UP.
067600     PERFORM 9000-FINISH
067700         THRU 9000-FINISH-EXIT.
067800     IF RC-ERROR OR RC-SEVERE
067900         PERFORM 9500-OPEN-ERROR-TICKET
068000             THRU 9500-OPEN-ERROR-TICKET-EXIT
068100     END-IF.
068200     MOVE WS-RETURN-CODE TO RETURN-CODE.
068300     GO TO 9999-EXIT.
068400
068500 1000-INITIALIZE.
068600     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
068700     PERFORM 1050-GET-BUSINESS-DATE
068800         THRU 1050-GET-BUSINESS-DATE-EXIT.
068900     OPEN OUTPUT EXCEPTION-FILE.
069000     PERFORM 1100-BUILD-COST-INDEX
069100         THRU 1100-BUILD-COST-INDEX-EXIT.
069200 1000-INITIALIZE-EXIT.
069300     EXIT.
069400
069500 1050-GET-BUSINESS-DATE.
069600*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
069700*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
069800*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
069900*    CLOCK TIME FIELD STAYS REAL.
070000     OPEN INPUT BUSDATE-FILE.
070100     IF NOT BUSDATE-STATUS-OK
070200         GO TO 1050-GET-BUSINESS-DATE-EXIT
070300     END-IF.
070400     READ BUSDATE-FILE
070500         AT END
070600             CLOSE BUSDATE-FILE
070700             GO TO 1050-GET-BUSINESS-DATE-EXIT
070800     END-READ.
070900     CLOSE BUSDATE-FILE.
071000     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
071100             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
071200         DISPLAY 'GLFEED - RUNNING AS OF BUSINESS DATE '
071300             BUS-DATE
071400         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
071500     END-IF.
071600 1050-GET-BUSINESS-DATE-EXIT.
071700     EXIT.
071800
071900 1100-BUILD-COST-INDEX.
072000*    UNIT COSTS COME FROM THE SAME ITEMEXT EXTRACT THE VALUATION
072100*    RUNS FROM, THROUGH THE KEYED WORK-FILE PATTERN ITMORPH USES.
072200     OPEN INPUT ITEM-EXTRACT.
072300     IF NOT EXTRACT-STATUS-OK
072400         DISPLAY 'GLFEED - UNABLE TO OPEN ITEMEXT, STATUS='
072500             WS-EXTRACT-STATUS
072600         SET RC-SEVERE TO TRUE
072700         GO TO 1100-BUILD-COST-INDEX-EXIT
072800     END-IF.
072900     OPEN OUTPUT COST-INDEX.
073000     IF NOT CIX-STATUS-OK
073100         DISPLAY 'GLFEED - UNABLE TO BUILD GLCIDX, STATUS='
073200             WS-CIX-STATUS
073300         SET RC-SEVERE TO TRUE
073400         CLOSE ITEM-EXTRACT
073500         GO TO 1100-BUILD-COST-INDEX-EXIT
073600     END-IF.
073700     PERFORM 1110-LOAD-ONE-COST
073800         THRU 1110-LOAD-ONE-COST-EXIT
073900         UNTIL EXTRACT-STATUS-EOF.
074000     CLOSE ITEM-EXTRACT.
074100     PERFORM 8100-VERIFY-TRAILER
074200         THRU 8100-VERIFY-TRAILER-EXIT.
074300     CLOSE COST-INDEX.
074400     OPEN INPUT COST-INDEX.
074500 1100-BUILD-COST-INDEX-EXIT.
074600     EXIT.
074700
074800 1110-LOAD-ONE-COST.
074900     READ ITEM-EXTRACT
075000         AT END SET EXTRACT-STATUS-EOF TO TRUE
075100     END-READ.
075200     IF EXTRACT-STATUS-EOF
075300         GO TO 1110-LOAD-ONE-COST-EXIT
075400     END-IF.
075500     PERFORM 8000-CHECK-CONTROL-RECORD
075600         THRU 8000-CHECK-CONTROL-RECORD-EXIT.
075700     IF WS-CTL-IS-CONTROL
075800         GO TO 1110-LOAD-ONE-COST-EXIT
075900     END-IF.
076000     MOVE ITEM-OWNER TO CIX-OWNER.
076100     MOVE ITEM-NAME  TO CIX-ITEM-NAME.
076200     IF ITEM-UNIT-COST IS NUMERIC
076300         MOVE ITEM-UNIT-COST TO CIX-UNIT-COST
076400     ELSE
076500         MOVE ZERO TO CIX-UNIT-COST
076600     END-IF.
076700     WRITE COST-INDEX-RECORD
076800         INVALID KEY CONTINUE
076900     END-WRITE.
077000 1110-LOAD-ONE-COST-EXIT.
077100     EXIT.
077200
077300 2000-GATHER-TRANSFERS.
077400     OPEN INPUT TRANSFER-LOG.
077500     IF NOT XFER-STATUS-OK
077600         GO TO 2000-GATHER-TRANSFERS-EXIT
077700     END-IF.
077800     PERFORM 2100-POST-ONE-TRANSFER
077900         THRU 2100-POST-ONE-TRANSFER-EXIT
078000         UNTIL XFER-STATUS-EOF.
078100     CLOSE TRANSFER-LOG.
078200 2000-GATHER-TRANSFERS-EXIT.
078300     EXIT.
078400
078500 2100-POST-ONE-TRANSFER.
078600     READ TRANSFER-LOG
078700         AT END SET XFER-STATUS-EOF TO TRUE
078800     END-READ.
078900     IF XFER-STATUS-EOF
079000         GO TO 2100-POST-ONE-TRANSFER-EXIT
079100     END-IF.
079200*    ITMXFLOG IS CUMULATIVE (ITMXFER OPENS IT EXTEND) - ONLY
079300*    THE BUSINESS DATE'S TRANSFERS BELONG IN TONIGHT'S FEED,
079400*    OR EVERY PRIOR DAY WOULD POST AGAIN.
079500     IF XLOG-DATE NOT = WS-TODAY-YYYYMMDD
079600         GO TO 2100-POST-ONE-TRANSFER-EXIT
079700     END-IF.
079800     IF XLOG-QTY IS NOT NUMERIC
079900         GO TO 2100-POST-ONE-TRANSFER-EXIT
080000     END-IF.
080100     MOVE XLOG-QTY TO WS-QTY-NUM.
080200
080300*    A TRANSFER MOVES VALUE BETWEEN OWNER INVENTORIES - CREDIT
080400*    THE SENDER, DEBIT THE RECEIVER, SAME AMOUNT BOTH SIDES.
080500     MOVE XLOG-FROM-OWNER TO WS-POST-OWNER.
080600     MOVE XLOG-ITEM-NAME TO CIX-ITEM-NAME.
080700     PERFORM 5500-PRICE-MOVEMENT
080800         THRU 5500-PRICE-MOVEMENT-EXIT.
080900     MOVE 'XFER' TO WS-POST-MOVEMENT.
081000     MOVE 'C' TO WS-POST-DC.
081100     MOVE 'INV-OWNER ' TO WS-POST-ACCOUNT.
081200     PERFORM 5000-ACCUMULATE-JOURNAL
081300         THRU 5000-ACCUMULATE-JOURNAL-EXIT.
081400
081500     MOVE XLOG-TO-OWNER TO WS-POST-OWNER.
081600     MOVE 'D' TO WS-POST-DC.
081700     PERFORM 5000-ACCUMULATE-JOURNAL
081800         THRU 5000-ACCUMULATE-JOURNAL-EXIT.
081900 2100-POST-ONE-TRANSFER-EXIT.
082000     EXIT.
082100
082200 3000-GATHER-RECEIPTS.
082300     OPEN INPUT RECEIVING-REGISTER.
082400     IF NOT RCV-STATUS-OK
082500         GO TO 3000-GATHER-RECEIPTS-EXIT
082600     END-IF.
082700     PERFORM 3100-POST-ONE-RECEIPT
082800         THRU 3100-POST-ONE-RECEIPT-EXIT
082900         UNTIL RCV-STATUS-EOF.
083000     CLOSE RECEIVING-REGISTER.
083100 3000-GATHER-RECEIPTS-EXIT.
083200     EXIT.
083300
083400 3100-POST-ONE-RECEIPT.
083500     READ RECEIVING-REGISTER
083600         AT END SET RCV-STATUS-EOF TO TRUE
083700     END-READ.
083800     IF RCV-STATUS-EOF
083900         GO TO 3100-POST-ONE-RECEIPT-EXIT
084000     END-IF.
084100*    RCVREG IS CUMULATIVE (RCVPOST OPENS IT EXTEND) - ONLY THE
084200*    BUSINESS DATE'S RECEIPTS BELONG IN TONIGHT'S FEED, OR
084300*    EVERY PRIOR DAY WOULD POST AGAIN.
084400     IF RLOG-DATE NOT = WS-TODAY-YYYYMMDD
084500         GO TO 3100-POST-ONE-RECEIPT-EXIT
084600     END-IF.
084700     IF RLOG-QTY IS NOT NUMERIC
084800*        THE REGISTER'S HEADING LINE AND ANY FREE-TEXT LINES
084900*        CARRY NO POSTING.
085000         GO TO 3100-POST-ONE-RECEIPT-EXIT
085100     END-IF.
085200     MOVE RLOG-QTY TO WS-QTY-NUM.
085300
085400*    A RECEIPT ADDS VALUE TO THE OWNER'S INVENTORY AGAINST THE
085500*    ACCRUED-RECEIPTS LIABILITY.
085600     MOVE RLOG-OWNER TO WS-POST-OWNER.
085700     MOVE RLOG-ITEM-NAME TO CIX-ITEM-NAME.
085800     PERFORM 5500-PRICE-MOVEMENT
085900         THRU 5500-PRICE-MOVEMENT-EXIT.
086000     MOVE 'RCPT' TO WS-POST-MOVEMENT.
086100     MOVE 'D' TO WS-POST-DC.
086200     MOVE 'INV-OWNER ' TO WS-POST-ACCOUNT.
086300     PERFORM 5000-ACCUMULATE-JOURNAL
086400         THRU 5000-ACCUMULATE-JOURNAL-EXIT.
086500
086600*    THE LIABILITY IS WHAT THE VENDOR WILL BILL.  AN OLD LINE
086700*    OR AN UNPRICED PO HAS NO PRICE AND ACCRUES AT STANDARD.
086800     IF RLOG-PO-PRICE IS NOT NUMERIC
086900         MOVE 'C' TO WS-POST-DC
087000         MOVE 'ACCR-RCPTS' TO WS-POST-ACCOUNT
087100         PERFORM 5000-ACCUMULATE-JOURNAL
087200             THRU 5000-ACCUMULATE-JOURNAL-EXIT
087300         GO TO 3100-POST-ONE-RECEIPT-EXIT
087400     END-IF.
087500     IF RLOG-PO-PRICE-NUM = ZERO
087600         MOVE 'C' TO WS-POST-DC
087700         MOVE 'ACCR-RCPTS' TO WS-POST-ACCOUNT
087800         PERFORM 5000-ACCUMULATE-JOURNAL
087900             THRU 5000-ACCUMULATE-JOURNAL-EXIT
088000         GO TO 3100-POST-ONE-RECEIPT-EXIT
088100     END-IF.
088200
088300     ADD 1 TO WS-PPV-RECEIPTS.
088400     MOVE WS-POST-AMOUNT TO WS-STD-AMOUNT.
088500     COMPUTE WS-PO-AMOUNT ROUNDED =
088600         WS-QTY-NUM * RLOG-PO-PRICE-NUM.
088700     MOVE WS-PO-AMOUNT TO WS-POST-AMOUNT.
088800     MOVE 'C' TO WS-POST-DC.
088900     MOVE 'ACCR-RCPTS' TO WS-POST-ACCOUNT.
089000     PERFORM 5000-ACCUMULATE-JOURNAL
089100         THRU 5000-ACCUMULATE-JOURNAL-EXIT.
089200
089300*    INVENTORY STAYS AT STANDARD - THE VARIANCE TAKES UP THE
089400*    DIFFERENCE SO THE RECEIPT STILL BALANCES.
089500     IF WS-PO-AMOUNT = WS-STD-AMOUNT
089600         GO TO 3100-POST-ONE-RECEIPT-EXIT
089700     END-IF.
089800     IF WS-PO-AMOUNT > WS-STD-AMOUNT
089900         COMPUTE WS-POST-AMOUNT = WS-PO-AMOUNT - WS-STD-AMOUNT
090000         MOVE 'D' TO WS-POST-DC
090100     ELSE
090200         COMPUTE WS-POST-AMOUNT = WS-STD-AMOUNT - WS-PO-AMOUNT
090300         MOVE 'C' TO WS-POST-DC
090400     END-IF.
090500     MOVE 'PUR-PRCVAR' TO WS-POST-ACCOUNT.
090600     PERFORM 5000-ACCUMULATE-JOURNAL
090700         THRU 5000-ACCUMULATE-JOURNAL-EXIT.
090800 3100-POST-ONE-RECEIPT-EXIT.
090900     EXIT.
091000
091100 4000-GATHER-ADJUSTMENTS.
091200     OPEN INPUT ADJUSTMENT-LOG.
091300     IF NOT ADJ-STATUS-OK
091400         GO TO 4000-GATHER-ADJUSTMENTS-EXIT
091500     END-IF.
091600     PERFORM 4100-POST-ONE-ADJUSTMENT
091700         THRU 4100-POST-ONE-ADJUSTMENT-EXIT
091800         UNTIL ADJ-STATUS-EOF.
091900     CLOSE ADJUSTMENT-LOG.
092000 4000-GATHER-ADJUSTMENTS-EXIT.
092100     EXIT.
092200
092300 4100-POST-ONE-ADJUSTMENT.
092400     READ ADJUSTMENT-LOG
092500         AT END SET ADJ-STATUS-EOF TO TRUE
092600     END-READ.
092700     IF ADJ-STATUS-EOF
092800         GO TO 4100-POST-ONE-ADJUSTMENT-EXIT
092900     END-IF.
093000*    CYCADJLG IS CUMULATIVE (CYCPOST OPENS IT EXTEND) - ONLY
093100*    THE BUSINESS DATE'S ADJUSTMENTS BELONG IN TONIGHT'S FEED,
093200*    OR EVERY PRIOR NIGHT WOULD POST AGAIN.
093300     IF ALOG-DATE NOT = WS-TODAY-YYYYMMDD
093400         GO TO 4100-POST-ONE-ADJUSTMENT-EXIT
093500     END-IF.
093600     IF ALOG-OLD-QTY IS NOT NUMERIC
093700             OR ALOG-NEW-QTY IS NOT NUMERIC
093800         GO TO 4100-POST-ONE-ADJUSTMENT-EXIT
093900     END-IF.
094000     MOVE ALOG-OLD-QTY TO WS-OLD-QTY-NUM.
094100     MOVE ALOG-NEW-QTY TO WS-NEW-QTY-NUM.
094200     IF WS-NEW-QTY-NUM = WS-OLD-QTY-NUM
094300         GO TO 4100-POST-ONE-ADJUSTMENT-EXIT
094400     END-IF.
094500
094600*    A COUNT ADJUSTMENT MOVES THE DIFFERENCE BETWEEN THE OWNER'S
094700*    INVENTORY AND THE VARIANCE ACCOUNT - GAIN DEBITS INVENTORY,
094800*    LOSS CREDITS IT, THE VARIANCE SIDE MIRRORS.
094900     MOVE ALOG-OWNER TO WS-POST-OWNER.
095000     MOVE ALOG-ITEM-NAME TO CIX-ITEM-NAME.
095100     IF WS-NEW-QTY-NUM > WS-OLD-QTY-NUM
095200         COMPUTE WS-QTY-NUM = WS-NEW-QTY-NUM - WS-OLD-QTY-NUM
095300         MOVE 'D' TO WS-POST-DC
095400     ELSE
095500         COMPUTE WS-QTY-NUM = WS-OLD-QTY-NUM - WS-NEW-QTY-NUM
095600         MOVE 'C' TO WS-POST-DC
095700     END-IF.
095800     PERFORM 5500-PRICE-MOVEMENT
095900         THRU 5500-PRICE-MOVEMENT-EXIT.
096000     MOVE 'CADJ' TO WS-POST-MOVEMENT.
096100     MOVE 'INV-OWNER ' TO WS-POST-ACCOUNT.
096200     PERFORM 5000-ACCUMULATE-JOURNAL
096300         THRU 5000-ACCUMULATE-JOURNAL-EXIT.
096400
096500     IF WS-POST-DC = 'D'
096600         MOVE 'C' TO WS-POST-DC
096700     ELSE
096800         MOVE 'D' TO WS-POST-DC
096900     END-IF.
097000     MOVE 'INV-VARNCE' TO WS-POST-ACCOUNT.
097100     PERFORM 5000-ACCUMULATE-JOURNAL
097200         THRU 5000-ACCUMULATE-JOURNAL-EXIT.
097300 4100-POST-ONE-ADJUSTMENT-EXIT.
097400     EXIT.
097500
097600 4960-GATHER-REVALUATIONS.
097700     OPEN INPUT REVAL-REGISTER.
097800     IF NOT RVL-STATUS-OK
097900*        NO COST CHANGES TONIGHT IS NOT AN ERROR.
098000         GO TO 4960-GATHER-REVALUATIONS-EXIT
098100     END-IF.
098200     PERFORM 4970-POST-ONE-REVAL
098300         THRU 4970-POST-ONE-REVAL-EXIT
098400         UNTIL RVL-STATUS-EOF.
098500     CLOSE REVAL-REGISTER.
098600 4960-GATHER-REVALUATIONS-EXIT.
098700     EXIT.
098800
098900 4970-POST-ONE-REVAL.
099000     READ REVAL-REGISTER
099100         AT END SET RVL-STATUS-EOF TO TRUE
099200     END-READ.
099300     IF RVL-STATUS-EOF
099400         GO TO 4970-POST-ONE-REVAL-EXIT
099500     END-IF.
099600*    RVALREG PERSISTS BETWEEN ITMMAINT RUNS - ONLY THE
099700*    BUSINESS DATE'S REVALUATIONS BELONG IN TONIGHT'S FEED,
099800*    OR EVERY PRIOR DAY WOULD POST AGAIN.
099900     IF RVL-DATE NOT = WS-TODAY-YYYYMMDD
100000         GO TO 4970-POST-ONE-REVAL-EXIT
100100     END-IF.
100200     IF RVL-AMOUNT IS NOT NUMERIC
100300         GO TO 4970-POST-ONE-REVAL-EXIT
100400     END-IF.
100500*    THE REGISTER ARRIVES ALREADY PRICED - AN UPWARD
100600*    REVALUATION DEBITS THE OWNER'S INVENTORY AGAINST THE
100700*    REVALUATION ACCOUNT, A DOWNWARD ONE MIRRORS.
100800     MOVE RVL-AMOUNT TO WS-POST-AMOUNT.
100900     MOVE RVL-OWNER TO WS-POST-OWNER.
101000     MOVE 'RVAL' TO WS-POST-MOVEMENT.
101100     IF RVL-DIRECTION = 'U'
101200         MOVE 'D' TO WS-POST-DC
101300     ELSE
101400         MOVE 'C' TO WS-POST-DC
101500     END-IF.
101600     MOVE 'INV-OWNER ' TO WS-POST-ACCOUNT.
101700     PERFORM 5000-ACCUMULATE-JOURNAL
101800         THRU 5000-ACCUMULATE-JOURNAL-EXIT.
101900     IF RVL-DIRECTION = 'U'
102000         MOVE 'C' TO WS-POST-DC
102100     ELSE
102200         MOVE 'D' TO WS-POST-DC
102300     END-IF.
102400     MOVE 'INV-REVAL ' TO WS-POST-ACCOUNT.
102500     PERFORM 5000-ACCUMULATE-JOURNAL
102600         THRU 5000-ACCUMULATE-JOURNAL-EXIT.
102700 4970-POST-ONE-REVAL-EXIT.
102800     EXIT.
102900
103000 4980-GATHER-KIT-BUILDS.
103100     OPEN INPUT BUILD-REGISTER.
103200     IF NOT KREG-STATUS-OK
103300*        NO KITS BUILT YET IS NOT AN ERROR.
103400         GO TO 4980-GATHER-KIT-BUILDS-EXIT
103500     END-IF.
103600     PERFORM 4990-POST-ONE-KIT-LINE
103700         THRU 4990-POST-ONE-KIT-LINE-EXIT
103800         UNTIL KREG-STATUS-EOF.
103900     CLOSE BUILD-REGISTER.
104000 4980-GATHER-KIT-BUILDS-EXIT.
104100     EXIT.
104200
104300 4990-POST-ONE-KIT-LINE.
104400     READ BUILD-REGISTER
104500         AT END SET KREG-STATUS-EOF TO TRUE
104600     END-READ.
104700     IF KREG-STATUS-EOF
104800         GO TO 4990-POST-ONE-KIT-LINE-EXIT
104900     END-IF.
105000*    KITREG IS CUMULATIVE (KITBUILD OPENS IT EXTEND) - ONLY THE
105100*    BUSINESS DATE'S BUILDS BELONG IN TONIGHT'S FEED, OR EVERY
105200*    PRIOR DAY WOULD POST AGAIN.
105300     IF KRG-DATE NOT = WS-TODAY-YYYYMMDD
105400         GO TO 4990-POST-ONE-KIT-LINE-EXIT
105500     END-IF.
105600     IF KRG-QTY IS NOT NUMERIC
105700         GO TO 4990-POST-ONE-KIT-LINE-EXIT
105800     END-IF.
105900     MOVE KRG-QTY TO WS-QTY-NUM.
106000
106100*    A BUILD MOVES VALUE FROM THE COMPONENTS INTO THE KIT
106200*    THROUGH THE ASSEMBLY CLEARING ACCOUNT - WHAT WAS PRODUCED
106300*    IS DEBITED TO INVENTORY, WHAT WAS CONSUMED IS CREDITED.
106400     MOVE KRG-OWNER TO WS-POST-OWNER.
106500     MOVE KRG-ITEM-NAME TO CIX-ITEM-NAME.
106600     PERFORM 5500-PRICE-MOVEMENT
106700         THRU 5500-PRICE-MOVEMENT-EXIT.
106800     MOVE 'KBLD' TO WS-POST-MOVEMENT.
106900     IF KRG-DIRECTION = 'P'
107000         MOVE 'D' TO WS-POST-DC
107100     ELSE
107200         MOVE 'C' TO WS-POST-DC
107300     END-IF.
107400     MOVE 'INV-OWNER ' TO WS-POST-ACCOUNT.
107500     PERFORM 5000-ACCUMULATE-JOURNAL
107600         THRU 5000-ACCUMULATE-JOURNAL-EXIT.
107700
107800     IF WS-POST-DC = 'D'
107900         MOVE 'C' TO WS-POST-DC
108000     ELSE
108100         MOVE 'D' TO WS-POST-DC
108200     END-IF.
108300     MOVE 'KIT-ASSY  ' TO WS-POST-ACCOUNT.
108400     PERFORM 5000-ACCUMULATE-JOURNAL
108500         THRU 5000-ACCUMULATE-JOURNAL-EXIT.
108600 4990-POST-ONE-KIT-LINE-EXIT.
108700     EXIT.
108800
108900 4992-GATHER-DISPOSALS.
109000     OPEN INPUT DISPOSAL-REGISTER.
109100     IF NOT DREG-STATUS-OK
109200*        NO DAMAGED STOCK DISPOSED OF YET IS NOT AN ERROR.
109300         GO TO 4992-GATHER-DISPOSALS-EXIT
109400     END-IF.
109500     PERFORM 4994-POST-ONE-DISPOSAL
109600         THRU 4994-POST-ONE-DISPOSAL-EXIT
109700         UNTIL DREG-STATUS-EOF.
109800     CLOSE DISPOSAL-REGISTER.
109900 4992-GATHER-DISPOSALS-EXIT.
110000     EXIT.
110100
110200 4994-POST-ONE-DISPOSAL.
110300     READ DISPOSAL-REGISTER
110400         AT END SET DREG-STATUS-EOF TO TRUE
110500     END-READ.
110600     IF DREG-STATUS-EOF
110700         GO TO 4994-POST-ONE-DISPOSAL-EXIT
110800     END-IF.
110900*    DISPREG IS CUMULATIVE (DMGDISP OPENS IT EXTEND) - ONLY THE
111000*    BUSINESS DATE'S DISPOSALS BELONG IN TONIGHT'S FEED.
111100     IF DRG-DATE NOT = WS-TODAY-YYYYMMDD
111200         GO TO 4994-POST-ONE-DISPOSAL-EXIT
111300     END-IF.
111400*    ONLY SCRAP AND SALVAGE ARE WRITE-OFFS.  DONATED AND
111500*    REWORKED STOCK DOES NOT JOURNAL FROM THIS REGISTER.
111600     IF DRG-DISPOSITION NOT = 'S' AND DRG-DISPOSITION NOT = 'V'
111700         GO TO 4994-POST-ONE-DISPOSAL-EXIT
111800     END-IF.
111900     IF DRG-QTY IS NOT NUMERIC
112000         GO TO 4994-POST-ONE-DISPOSAL-EXIT
112100     END-IF.
112200     MOVE DRG-QTY TO WS-QTY-NUM.
112300
112400*    THE DAMAGED UNITS LEAVE OWNER INVENTORY AND THEIR COST IS
112500*    WRITTEN OFF.
112600     MOVE DRG-OWNER TO WS-POST-OWNER.
112700     MOVE DRG-ITEM-NAME TO CIX-ITEM-NAME.
112800     PERFORM 5500-PRICE-MOVEMENT
112900         THRU 5500-PRICE-MOVEMENT-EXIT.
113000     MOVE 'DWRO' TO WS-POST-MOVEMENT.
113100     MOVE 'C' TO WS-POST-DC.
113200     MOVE 'INV-OWNER ' TO WS-POST-ACCOUNT.
113300     PERFORM 5000-ACCUMULATE-JOURNAL
113400         THRU 5000-ACCUMULATE-JOURNAL-EXIT.
113500
113600     MOVE 'D' TO WS-POST-DC.
113700     MOVE 'INV-WRTOFF' TO WS-POST-ACCOUNT.
113800     PERFORM 5000-ACCUMULATE-JOURNAL
113900         THRU 5000-ACCUMULATE-JOURNAL-EXIT.
114000 4994-POST-ONE-DISPOSAL-EXIT.
114100     EXIT.
114200
114300 4900-GATHER-OWNER-BILLING.
114400     OPEN INPUT OWNER-BILLING-REGISTER.
114500     IF NOT OWNB-STATUS-OK
114600*        NO OWNER BILLING TONIGHT IS NOT AN ERROR - THE
114700*        REGISTER ONLY EXISTS ON NIGHTS OWNBILL RAN.
114800         GO TO 4900-GATHER-OWNER-BILLING-EXIT
114900     END-IF.
115000     PERFORM 4950-POST-ONE-OWNER-INVOICE
115100         THRU 4950-POST-ONE-OWNER-INVOICE-EXIT
115200         UNTIL OWNB-STATUS-EOF.
115300     CLOSE OWNER-BILLING-REGISTER.
115400 4900-GATHER-OWNER-BILLING-EXIT.
115500     EXIT.
115600
115700 4950-POST-ONE-OWNER-INVOICE.
115800     READ OWNER-BILLING-REGISTER
115900         AT END SET OWNB-STATUS-EOF TO TRUE
116000     END-READ.
116100     IF OWNB-STATUS-EOF
116200         GO TO 4950-POST-ONE-OWNER-INVOICE-EXIT
116300     END-IF.
116400*    OWNBREG PERSISTS BETWEEN MONTHLY OWNBILL RUNS - ONLY THE
116500*    BUSINESS DATE'S INVOICES BELONG IN TONIGHT'S FEED, OR A
116600*    MONTH OF 'STOR' LINES WOULD POST AGAIN EVERY NIGHT.
116700     IF OBR-DATE NOT = WS-TODAY-YYYYMMDD
116800         GO TO 4950-POST-ONE-OWNER-INVOICE-EXIT
116900     END-IF.
117000     IF OBR-AMOUNT IS NOT NUMERIC
117100         GO TO 4950-POST-ONE-OWNER-INVOICE-EXIT
117200     END-IF.
117300*    BILLED STORAGE AND HANDLING ARRIVES ALREADY PRICED -
117400*    DEBIT THE OWNER'S RECEIVABLE, CREDIT SERVICE REVENUE.
117500     MOVE OBR-AMOUNT TO WS-POST-AMOUNT.
117600     MOVE OBR-OWNER TO WS-POST-OWNER.
117700     MOVE 'STOR' TO WS-POST-MOVEMENT.
117800     MOVE 'D' TO WS-POST-DC.
117900     MOVE 'AR-OWNER  ' TO WS-POST-ACCOUNT.
118000     PERFORM 5000-ACCUMULATE-JOURNAL
118100         THRU 5000-ACCUMULATE-JOURNAL-EXIT.
118200     MOVE 'C' TO WS-POST-DC.
118300     MOVE 'SVC-REVNU ' TO WS-POST-ACCOUNT.
118400     PERFORM 5000-ACCUMULATE-JOURNAL
118500         THRU 5000-ACCUMULATE-JOURNAL-EXIT.
118600 4950-POST-ONE-OWNER-INVOICE-EXIT.
118700     EXIT.
118800
118900 4750-GATHER-SHIPMENTS.
119000     OPEN INPUT MANIFEST-FILE.
119100     IF NOT MAN-STATUS-OK
119200*        NO SHIPPING RUN TONIGHT IS NOT AN ERROR.
119300         GO TO 4750-GATHER-SHIPMENTS-EXIT
119400     END-IF.
119500     PERFORM 4760-POST-ONE-SHIPMENT
119600         THRU 4760-POST-ONE-SHIPMENT-EXIT
119700         UNTIL MAN-STATUS-EOF.
119800     CLOSE MANIFEST-FILE.
119900 4750-GATHER-SHIPMENTS-EXIT.
120000     EXIT.
120100
120200 4760-POST-ONE-SHIPMENT.
120300     READ MANIFEST-FILE
120400         AT END SET MAN-STATUS-EOF TO TRUE
120500     END-READ.
120600     IF MAN-STATUS-EOF
120700         GO TO 4760-POST-ONE-SHIPMENT-EXIT
120800     END-IF.
120900*    THE MANIFEST IS CUMULATIVE (PICKCONF OPENS IT EXTEND) -
121000*    ONLY THE BUSINESS DATE'S SHIPMENTS BELONG IN TONIGHT'S
121100*    FEED, OR EVERY PRIOR DAY WOULD POST AGAIN.
121200     IF MAN-SHIP-DATE IS NOT NUMERIC
121300         GO TO 4760-POST-ONE-SHIPMENT-EXIT
121400     END-IF.
121500     IF MAN-SHIP-DATE NOT = WS-TODAY-YYYYMMDD
121600         GO TO 4760-POST-ONE-SHIPMENT-EXIT
121700     END-IF.
121800     IF MAN-QTY-SHIPPED IS NOT NUMERIC
121900         GO TO 4760-POST-ONE-SHIPMENT-EXIT
122000     END-IF.
122100     MOVE MAN-QTY-SHIPPED TO WS-QTY-NUM.
122200
122300*    A SHIPMENT TAKES VALUE OUT OF THE OWNER'S INVENTORY
122400*    AGAINST THE SHIPPED-GOODS CLEARING ACCOUNT.
122500     MOVE MAN-OWNER TO WS-POST-OWNER.
122600     MOVE MAN-ITEM-NAME TO CIX-ITEM-NAME.
122700     PERFORM 5500-PRICE-MOVEMENT
122800         THRU 5500-PRICE-MOVEMENT-EXIT.
122900     MOVE 'SHIP' TO WS-POST-MOVEMENT.
123000     MOVE 'C' TO WS-POST-DC.
123100     MOVE 'INV-OWNER ' TO WS-POST-ACCOUNT.
123200     PERFORM 5000-ACCUMULATE-JOURNAL
123300         THRU 5000-ACCUMULATE-JOURNAL-EXIT.
123400
123500     MOVE 'D' TO WS-POST-DC.
123600     MOVE 'SHIP-CLEAR' TO WS-POST-ACCOUNT.
123700     PERFORM 5000-ACCUMULATE-JOURNAL
123800         THRU 5000-ACCUMULATE-JOURNAL-EXIT.
123900 4760-POST-ONE-SHIPMENT-EXIT.
124000     EXIT.
124100
124200 4700-GATHER-RETURNS.
124300     OPEN INPUT RETURNS-REGISTER.
124400     IF NOT RET-STATUS-OK
124500*        NO RETURNS RUN TONIGHT IS NOT AN ERROR.
124600         GO TO 4700-GATHER-RETURNS-EXIT
124700     END-IF.
124800     PERFORM 4800-POST-ONE-RETURN
124900         THRU 4800-POST-ONE-RETURN-EXIT
125000         UNTIL RET-STATUS-EOF.
125100     CLOSE RETURNS-REGISTER.
125200 4700-GATHER-RETURNS-EXIT.
125300     EXIT.
125400
125500 4800-POST-ONE-RETURN.
125600     READ RETURNS-REGISTER
125700         AT END SET RET-STATUS-EOF TO TRUE
125800     END-READ.
125900     IF RET-STATUS-EOF
126000         GO TO 4800-POST-ONE-RETURN-EXIT
126100     END-IF.
126200*    RETREG PERSISTS BETWEEN RETPOST RUNS - ONLY THE BUSINESS
126300*    DATE'S RETURNS BELONG IN TONIGHT'S FEED, OR EVERY PRIOR
126400*    DAY WOULD POST AGAIN.
126500     IF RRET-DATE NOT = WS-TODAY-YYYYMMDD
126600         GO TO 4800-POST-ONE-RETURN-EXIT
126700     END-IF.
126800     IF RRET-QTY IS NOT NUMERIC
126900*        THE REGISTER'S HEADING AND FREE-TEXT LINES CARRY NO
127000*        POSTING.
127100         GO TO 4800-POST-ONE-RETURN-EXIT
127200     END-IF.
127300*    A SCRAPPED RETURN BRINGS NO VALUE BACK - ONLY STOCK AND
127400*    DAMAGED DISPOSITIONS POST.
127500     IF RRET-DISP = 'X'
127600         GO TO 4800-POST-ONE-RETURN-EXIT
127700     END-IF.
127800     MOVE RRET-QTY TO WS-QTY-NUM.
127900
128000*    A RETURN BRINGS VALUE BACK INTO THE OWNER'S INVENTORY
128100*    AGAINST THE RETURNS CLEARING ACCOUNT.
128200     MOVE RRET-OWNER TO WS-POST-OWNER.
128300     MOVE RRET-ITEM-NAME TO CIX-ITEM-NAME.
128400     PERFORM 5500-PRICE-MOVEMENT
128500         THRU 5500-PRICE-MOVEMENT-EXIT.
128600     MOVE 'RTRN' TO WS-POST-MOVEMENT.
128700     MOVE 'D' TO WS-POST-DC.
128800     MOVE 'INV-OWNER ' TO WS-POST-ACCOUNT.
128900     PERFORM 5000-ACCUMULATE-JOURNAL
129000         THRU 5000-ACCUMULATE-JOURNAL-EXIT.
129100
129200     MOVE 'C' TO WS-POST-DC.
129300     MOVE 'RTRN-CLEAR' TO WS-POST-ACCOUNT.
129400     PERFORM 5000-ACCUMULATE-JOURNAL
129500         THRU 5000-ACCUMULATE-JOURNAL-EXIT.
129600 4800-POST-ONE-RETURN-EXIT.
129700     EXIT.
129800
129900 4500-GATHER-TUITION.
130000     OPEN INPUT BILLING-REGISTER.
130100     IF NOT TUIT-STATUS-OK
130200*        NO BILLING RUN TONIGHT IS NOT AN ERROR - THE REGISTER
130300*        ONLY EXISTS ON NIGHTS TUITBILL RAN.
130400         GO TO 4500-GATHER-TUITION-EXIT
130500     END-IF.
130600     PERFORM 4600-POST-ONE-INVOICE
130700         THRU 4600-POST-ONE-INVOICE-EXIT
130800         UNTIL TUIT-STATUS-EOF.
130900     CLOSE BILLING-REGISTER.
131000 4500-GATHER-TUITION-EXIT.
131100     EXIT.
131200
131300 4600-POST-ONE-INVOICE.
131400     READ BILLING-REGISTER
131500         AT END SET TUIT-STATUS-EOF TO TRUE
131600     END-READ.
131700     IF TUIT-STATUS-EOF
131800         GO TO 4600-POST-ONE-INVOICE-EXIT
131900     END-IF.
132000*    TUITREG PERSISTS BETWEEN TUITBILL RUNS - ONLY THE
132100*    BUSINESS DATE'S BILLINGS BELONG IN TONIGHT'S FEED, OR
132200*    EVERY PRIOR DAY WOULD POST AGAIN.
132300     IF TREG-DATE NOT = WS-TODAY-YYYYMMDD
132400         GO TO 4600-POST-ONE-INVOICE-EXIT
132500     END-IF.
132600     IF TREG-AMOUNT IS NOT NUMERIC
132700         GO TO 4600-POST-ONE-INVOICE-EXIT
132800     END-IF.
132900*    A REBILL CARRIES WHAT WAS BILLED BEFORE IT - ONLY THE
133000*    CHANGE IS NEW REVENUE.  A LINE WRITTEN BEFORE THE FIELD
133100*    EXISTED HAS SPACES THERE AND POSTS IN FULL.
133200     IF TREG-PRIOR-AMOUNT IS NUMERIC
133300         COMPUTE WS-NET-AMOUNT = TREG-AMOUNT - TREG-PRIOR-AMOUNT
133400     ELSE
133500         MOVE TREG-AMOUNT TO WS-NET-AMOUNT
133600     END-IF.
133700     IF WS-NET-AMOUNT = ZERO
133800         GO TO 4600-POST-ONE-INVOICE-EXIT
133900     END-IF.
134000*    BILLED TUITION ARRIVES ALREADY PRICED - DEBIT STUDENT
134100*    RECEIVABLES, CREDIT TUITION REVENUE, NO UNIT-COST LOOKUP.
134200*    THE REGISTRAR SIDE CARRIES NO OWNER, SO THE JOURNAL GROUPS
134300*    UNDER THE LITERAL 'REGISTRAR'.  A REBILL THAT CAME DOWN
134400*    MIRRORS.
134500     MOVE 'REGISTRAR' TO WS-POST-OWNER.
134600     MOVE 'TUIT' TO WS-POST-MOVEMENT.
134700     IF WS-NET-AMOUNT > ZERO
134800         MOVE WS-NET-AMOUNT TO WS-POST-AMOUNT
134900         MOVE 'D' TO WS-POST-DC
135000         MOVE 'AR-STUDENT' TO WS-POST-ACCOUNT
135100         PERFORM 5000-ACCUMULATE-JOURNAL
135200             THRU 5000-ACCUMULATE-JOURNAL-EXIT
135300         MOVE 'C' TO WS-POST-DC
135400         MOVE 'TUIT-REVNU' TO WS-POST-ACCOUNT
135500         PERFORM 5000-ACCUMULATE-JOURNAL
135600             THRU 5000-ACCUMULATE-JOURNAL-EXIT
135700     ELSE
135800         COMPUTE WS-POST-AMOUNT = ZERO - WS-NET-AMOUNT
135900         MOVE 'D' TO WS-POST-DC
136000         MOVE 'TUIT-REVNU' TO WS-POST-ACCOUNT
136100         PERFORM 5000-ACCUMULATE-JOURNAL
136200             THRU 5000-ACCUMULATE-JOURNAL-EXIT
136300         MOVE 'C' TO WS-POST-DC
136400         MOVE 'AR-STUDENT' TO WS-POST-ACCOUNT
136500         PERFORM 5000-ACCUMULATE-JOURNAL
136600             THRU 5000-ACCUMULATE-JOURNAL-EXIT
136700     END-IF.
136800 4600-POST-ONE-INVOICE-EXIT.
136900     EXIT.
137000
137100 4505-GATHER-HOUSING.
137200     OPEN INPUT HOUSING-REGISTER.
137300     IF NOT HREG-STATUS-OK
137400*        NO HOUSING REGISTER YET IS NOT AN ERROR - IT ONLY
137500*        EXISTS ONCE HOUSASGN HAS POSTED A ROOM CHARGE.
137600         GO TO 4505-GATHER-HOUSING-EXIT
137700     END-IF.
137800     PERFORM 4506-POST-ONE-ROOM-CHARGE
137900         THRU 4506-POST-ONE-ROOM-CHARGE-EXIT
138000         UNTIL HREG-STATUS-EOF.
138100     CLOSE HOUSING-REGISTER.
138200 4505-GATHER-HOUSING-EXIT.
138300     EXIT.
138400
138500 4506-POST-ONE-ROOM-CHARGE.
138600     READ HOUSING-REGISTER
138700         AT END SET HREG-STATUS-EOF TO TRUE
138800     END-READ.
138900     IF HREG-STATUS-EOF
139000         GO TO 4506-POST-ONE-ROOM-CHARGE-EXIT
139100     END-IF.
139200*    HOUSREG IS CUMULATIVE (HOUSASGN OPENS IT EXTEND) - ONLY THE
139300*    BUSINESS DATE'S CHARGES BELONG IN TONIGHT'S FEED.
139400     IF HREG-DATE NOT = WS-TODAY-YYYYMMDD
139500         GO TO 4506-POST-ONE-ROOM-CHARGE-EXIT
139600     END-IF.
139700     IF HREG-AMOUNT IS NOT NUMERIC
139800         GO TO 4506-POST-ONE-ROOM-CHARGE-EXIT
139900     END-IF.
140000*    A REBILL OR ROOM MOVE CARRIES THE CHARGE IT REPLACED - ONLY
140100*    THE CHANGE IS NEW REVENUE, AS FOR TUITION.
140200     IF HREG-PRIOR-AMOUNT IS NUMERIC
140300         COMPUTE WS-NET-AMOUNT = HREG-AMOUNT - HREG-PRIOR-AMOUNT
140400     ELSE
140500         MOVE HREG-AMOUNT TO WS-NET-AMOUNT
140600     END-IF.
140700     IF WS-NET-AMOUNT = ZERO
140800         GO TO 4506-POST-ONE-ROOM-CHARGE-EXIT
140900     END-IF.
141000*    THE ROOM CHARGE SITS ON THE STUDENT'S BILL - DEBIT STUDENT
141100*    RECEIVABLES, CREDIT HOUSING REVENUE.  A CHARGE THAT CAME
141200*    DOWN MIRRORS.
141300     MOVE 'REGISTRAR' TO WS-POST-OWNER.
141400     MOVE 'THSG' TO WS-POST-MOVEMENT.
141500     IF WS-NET-AMOUNT > ZERO
141600         MOVE WS-NET-AMOUNT TO WS-POST-AMOUNT
141700         MOVE 'D' TO WS-POST-DC
141800         MOVE 'AR-STUDENT' TO WS-POST-ACCOUNT
141900         PERFORM 5000-ACCUMULATE-JOURNAL
142000             THRU 5000-ACCUMULATE-JOURNAL-EXIT
142100         MOVE 'C' TO WS-POST-DC
142200         MOVE 'HOUS-REVNU' TO WS-POST-ACCOUNT
142300         PERFORM 5000-ACCUMULATE-JOURNAL
142400             THRU 5000-ACCUMULATE-JOURNAL-EXIT
142500     ELSE
142600         COMPUTE WS-POST-AMOUNT = ZERO - WS-NET-AMOUNT
142700         MOVE 'D' TO WS-POST-DC
142800         MOVE 'HOUS-REVNU' TO WS-POST-ACCOUNT
142900         PERFORM 5000-ACCUMULATE-JOURNAL
143000             THRU 5000-ACCUMULATE-JOURNAL-EXIT
143100         MOVE 'C' TO WS-POST-DC
143200         MOVE 'AR-STUDENT' TO WS-POST-ACCOUNT
143300         PERFORM 5000-ACCUMULATE-JOURNAL
143400             THRU 5000-ACCUMULATE-JOURNAL-EXIT
143500     END-IF.
143600 4506-POST-ONE-ROOM-CHARGE-EXIT.
143700     EXIT.
143800
143900 4510-GATHER-PAYMENTS.
144000     OPEN INPUT PAYMENT-REGISTER.
144100     IF NOT PREG-STATUS-OK
144200*        NO PAYMENT REGISTER YET IS NOT AN ERROR - IT ONLY
144300*        EXISTS ONCE TUITPAY HAS POSTED A PAYMENT.
144400         GO TO 4510-GATHER-PAYMENTS-EXIT
144500     END-IF.
144600     PERFORM 4520-POST-ONE-PAYMENT
144700         THRU 4520-POST-ONE-PAYMENT-EXIT
144800         UNTIL PREG-STATUS-EOF.
144900     CLOSE PAYMENT-REGISTER.
145000 4510-GATHER-PAYMENTS-EXIT.
145100     EXIT.
145200
145300 4520-POST-ONE-PAYMENT.
145400     READ PAYMENT-REGISTER
145500         AT END SET PREG-STATUS-EOF TO TRUE
145600     END-READ.
145700     IF PREG-STATUS-EOF
145800         GO TO 4520-POST-ONE-PAYMENT-EXIT
145900     END-IF.
146000*    PAYREG IS CUMULATIVE (TUITPAY OPENS IT EXTEND) - ONLY THE
146100*    BUSINESS DATE'S PAYMENTS BELONG IN TONIGHT'S FEED.
146200     IF PREG-DATE NOT = WS-TODAY-YYYYMMDD
146300         GO TO 4520-POST-ONE-PAYMENT-EXIT
146400     END-IF.
146500     IF PREG-AMOUNT IS NOT NUMERIC
146600         GO TO 4520-POST-ONE-PAYMENT-EXIT
146700     END-IF.
146800*    CASH RECEIVED AGAINST THE STUDENT'S BILL - DEBIT BURSAR
146900*    CASH, CREDIT STUDENT RECEIVABLES.
147000     MOVE PREG-AMOUNT TO WS-POST-AMOUNT.
147100     MOVE 'REGISTRAR' TO WS-POST-OWNER.
147200     MOVE 'TPAY' TO WS-POST-MOVEMENT.
147300     MOVE 'D' TO WS-POST-DC.
147400     MOVE 'CASH-BURSR' TO WS-POST-ACCOUNT.
147500     PERFORM 5000-ACCUMULATE-JOURNAL
147600         THRU 5000-ACCUMULATE-JOURNAL-EXIT.
147700     MOVE 'C' TO WS-POST-DC.
147800     MOVE 'AR-STUDENT' TO WS-POST-ACCOUNT.
147900     PERFORM 5000-ACCUMULATE-JOURNAL
148000         THRU 5000-ACCUMULATE-JOURNAL-EXIT.
148100 4520-POST-ONE-PAYMENT-EXIT.
148200     EXIT.
148300
148400 4530-GATHER-REFUNDS.
148500*    REFNDHST IS KEYED BY ENROLLMENT, NOT DATE - THE WHOLE
148600*    HISTORY IS READ AND ONLY THE BUSINESS DATE'S CREDITS POST.
148700     OPEN INPUT REFUND-HISTORY.
148800     IF NOT REFH-STATUS-OK
148900         GO TO 4530-GATHER-REFUNDS-EXIT
149000     END-IF.
149100     MOVE LOW-VALUES TO REFH-KEY.
149200     START REFUND-HISTORY KEY IS NOT LESS THAN REFH-KEY
149300         INVALID KEY SET REFH-STATUS-EOF TO TRUE
149400     END-START.
149500     PERFORM 4540-POST-ONE-REFUND
149600         THRU 4540-POST-ONE-REFUND-EXIT
149700         UNTIL REFH-STATUS-EOF.
149800     CLOSE REFUND-HISTORY.
149900 4530-GATHER-REFUNDS-EXIT.
150000     EXIT.
150100
150200 4540-POST-ONE-REFUND.
150300     READ REFUND-HISTORY NEXT
150400         AT END SET REFH-STATUS-EOF TO TRUE
150500     END-READ.
150600     IF NOT REFH-STATUS-OK
150700         SET REFH-STATUS-EOF TO TRUE
150800         GO TO 4540-POST-ONE-REFUND-EXIT
150900     END-IF.
151000     IF REFH-POST-DATE NOT = WS-TODAY-YYYYMMDD
151100             OR REFH-AMOUNT = ZERO
151200         GO TO 4540-POST-ONE-REFUND-EXIT
151300     END-IF.
151400*    A REFUND CREDIT TAKES THE CHARGE BACK OFF THE STUDENT'S
151500*    BILL - DEBIT TUITION REFUNDS, CREDIT STUDENT RECEIVABLES.
151600     MOVE REFH-AMOUNT TO WS-POST-AMOUNT.
151700     MOVE 'REGISTRAR' TO WS-POST-OWNER.
151800     MOVE 'TRFD' TO WS-POST-MOVEMENT.
151900     MOVE 'D' TO WS-POST-DC.
152000     MOVE 'TUIT-REFND' TO WS-POST-ACCOUNT.
152100     PERFORM 5000-ACCUMULATE-JOURNAL
152200         THRU 5000-ACCUMULATE-JOURNAL-EXIT.
152300     MOVE 'C' TO WS-POST-DC.
152400     MOVE 'AR-STUDENT' TO WS-POST-ACCOUNT.
152500     PERFORM 5000-ACCUMULATE-JOURNAL
152600         THRU 5000-ACCUMULATE-JOURNAL-EXIT.
152700 4540-POST-ONE-REFUND-EXIT.
152800     EXIT.
152900
153000 4550-GATHER-AID.
153100*    NO AWARD MASTER MEANS NO AID HAS BEEN DISBURSED YET.
153200     OPEN INPUT AWARD-FILE.
153300     IF NOT AWD-STATUS-OK
153400         GO TO 4550-GATHER-AID-EXIT
153500     END-IF.
153600     MOVE LOW-VALUES TO AWD-KEY.
153700     START AWARD-FILE KEY IS NOT LESS THAN AWD-KEY
153800         INVALID KEY SET AWD-STATUS-EOF TO TRUE
153900     END-START.
154000     PERFORM 4560-POST-ONE-AWARD
154100         THRU 4560-POST-ONE-AWARD-EXIT
154200         UNTIL AWD-STATUS-EOF.
154300     CLOSE AWARD-FILE.
154400 4550-GATHER-AID-EXIT.
154500     EXIT.
154600
154700 4560-POST-ONE-AWARD.
154800     READ AWARD-FILE NEXT
154900         AT END SET AWD-STATUS-EOF TO TRUE
155000     END-READ.
155100     IF NOT AWD-STATUS-OK
155200         SET AWD-STATUS-EOF TO TRUE
155300         GO TO 4560-POST-ONE-AWARD-EXIT
155400     END-IF.
155500*    ONLY AN AWARD AIDDISB CREDITED TO STUDRECV ON THE BUSINESS
155600*    DATE POSTS - HELD AND PENDING AWARDS MOVED NO MONEY.
155700     IF NOT AWD-DISBURSED AND NOT AWD-REDUCED
155800         GO TO 4560-POST-ONE-AWARD-EXIT
155900     END-IF.
156000     IF AWD-DISBURSED-DATE NOT = WS-TODAY-YYYYMMDD
156100             OR AWD-DISBURSED-AMOUNT = ZERO
156200         GO TO 4560-POST-ONE-AWARD-EXIT
156300     END-IF.
156400*    AID PAYS THE BILL ON THE STUDENT'S BEHALF - DEBIT AID
156500*    CLEARING, CREDIT STUDENT RECEIVABLES.
156600     MOVE AWD-DISBURSED-AMOUNT TO WS-POST-AMOUNT.
156700     MOVE 'REGISTRAR' TO WS-POST-OWNER.
156800     MOVE 'TAID' TO WS-POST-MOVEMENT.
156900     MOVE 'D' TO WS-POST-DC.
157000     MOVE 'AID-CLEAR ' TO WS-POST-ACCOUNT.
157100     PERFORM 5000-ACCUMULATE-JOURNAL
157200         THRU 5000-ACCUMULATE-JOURNAL-EXIT.
157300     MOVE 'C' TO WS-POST-DC.
157400     MOVE 'AR-STUDENT' TO WS-POST-ACCOUNT.
157500     PERFORM 5000-ACCUMULATE-JOURNAL
157600         THRU 5000-ACCUMULATE-JOURNAL-EXIT.
157700 4560-POST-ONE-AWARD-EXIT.
157800     EXIT.
157900
158000 4570-GATHER-CREDIT-BALANCES.
158100*    A CREDIT BALANCE IS MONEY OWED BACK TO THE STUDENT, NOT A
158200*    RECEIVABLE.  HOWEVER IT AROSE - REFUND, AID, A REBILL THAT
158300*    CAME DOWN - TONIGHT'S TOTAL OF RECV-REFUND-DUE IS SET
158400*    AGAINST THE TOTAL THE LAST FEED JOURNALED, AND THE CHANGE
158500*    MOVES BETWEEN STUDENT RECEIVABLES AND THE CREDIT-BALANCE
158600*    LIABILITY.  THE REFUND CHECKS CRSEDROP HAS ISSUED ARE
158700*    TOTALLED THE SAME WAY FROM RECV-REFUNDED.
158800     OPEN INPUT RECEIVABLE-FILE.
158900     IF NOT RECV-STATUS-OK
159000         GO TO 4570-GATHER-CREDIT-BALANCES-EXIT
159100     END-IF.
159200     MOVE LOW-VALUES TO RECV-KEY.
159300     START RECEIVABLE-FILE KEY IS NOT LESS THAN RECV-KEY
159400         INVALID KEY SET RECV-STATUS-EOF TO TRUE
159500     END-START.
159600     PERFORM 4580-ADD-ONE-CREDIT-BALANCE
159700         THRU 4580-ADD-ONE-CREDIT-BALANCE-EXIT
159800         UNTIL RECV-STATUS-EOF.
159900     CLOSE RECEIVABLE-FILE.
160000
160100*    NO CONTROL RECORD MEANS NO CREDIT BALANCE HAS EVER BEEN
160200*    JOURNALED - THE WHOLE TOTAL MOVES ON THE FIRST NIGHT.  AN
160300*    AS-OF RERUN OF THE SAME DATE NETS AGAINST THE TOTAL BEFORE
160400*    THAT DATE, NOT ITS OWN.  A RECORD WRITTEN BEFORE THE
160500*    REFUNDED TOTALS WERE KEPT HAS SPACES THERE, AND NO REFUND
160600*    CHECK HAD BEEN RECORDED THEN.
160700     MOVE ZERO TO WS-CRBAL-PRIOR.
160800     MOVE ZERO TO WS-RFND-PRIOR.
160900     OPEN INPUT CREDIT-BALANCE-CONTROL.
161000     IF CRB-STATUS-OK
161100         READ CREDIT-BALANCE-CONTROL
161200             AT END MOVE ZERO TO CRB-RUN-DATE
161300         END-READ
161400         IF CRB-STATUS-OK AND CRB-RUN-DATE IS NUMERIC
161500             IF CRB-RUN-DATE = WS-TODAY-YYYYMMDD
161600                 MOVE CRB-PRIOR-TOTAL TO WS-CRBAL-PRIOR
161700                 IF CRB-PRIOR-REFUNDED IS NUMERIC
161800                     MOVE CRB-PRIOR-REFUNDED TO WS-RFND-PRIOR
161900                 END-IF
162000             ELSE
162100                 MOVE CRB-CURRENT-TOTAL TO WS-CRBAL-PRIOR
162200                 IF CRB-CURRENT-REFUNDED IS NUMERIC
162300                     MOVE CRB-CURRENT-REFUNDED TO WS-RFND-PRIOR
162400                 END-IF
162500             END-IF
162600         END-IF
162700         CLOSE CREDIT-BALANCE-CONTROL
162800     END-IF.
162900     SET WS-CRBAL-DONE TO TRUE.
163000
163100     COMPUTE WS-NET-AMOUNT = WS-CRBAL-CURRENT - WS-CRBAL-PRIOR.
163200     IF WS-NET-AMOUNT NOT = ZERO
163300         PERFORM 4590-POST-CREDIT-BALANCE-CHANGE
163400             THRU 4590-POST-CREDIT-BALANCE-CHANGE-EXIT
163500     END-IF.
163600     COMPUTE WS-NET-AMOUNT = WS-RFND-CURRENT - WS-RFND-PRIOR.
163700     IF WS-NET-AMOUNT > ZERO
163800         PERFORM 4595-POST-REFUNDS-ISSUED
163900             THRU 4595-POST-REFUNDS-ISSUED-EXIT
164000     END-IF.
164100
164200*    THE NEW TOTALS MUST BE KEPT OR TOMORROW JOURNALS THE SAME
164300*    CHANGE AGAIN - NO INTERFACE IS WRITTEN WITHOUT THEM.
164400     OPEN OUTPUT CREDIT-BALANCE-CONTROL.
164500     IF NOT CRB-STATUS-OK
164600         DISPLAY 'GLFEED - UNABLE TO OPEN GLCRBAL, STATUS='
164700             WS-CRB-STATUS
164800         SET RC-SEVERE TO TRUE
164900         GO TO 4570-GATHER-CREDIT-BALANCES-EXIT
165000     END-IF.
165100     MOVE SPACES TO CREDIT-BALANCE-RECORD.
165200     MOVE WS-TODAY-YYYYMMDD TO CRB-RUN-DATE.
165300     MOVE WS-CRBAL-PRIOR    TO CRB-PRIOR-TOTAL.
165400     MOVE WS-CRBAL-CURRENT  TO CRB-CURRENT-TOTAL.
165500     MOVE WS-RFND-PRIOR     TO CRB-PRIOR-REFUNDED.
165600     MOVE WS-RFND-CURRENT   TO CRB-CURRENT-REFUNDED.
165700     WRITE CREDIT-BALANCE-RECORD.
165800     CLOSE CREDIT-BALANCE-CONTROL.
165900 4570-GATHER-CREDIT-BALANCES-EXIT.
166000     EXIT.
166100
166200 4580-ADD-ONE-CREDIT-BALANCE.
166300     READ RECEIVABLE-FILE NEXT
166400         AT END SET RECV-STATUS-EOF TO TRUE
166500     END-READ.
166600     IF NOT RECV-STATUS-OK
166700         SET RECV-STATUS-EOF TO TRUE
166800         GO TO 4580-ADD-ONE-CREDIT-BALANCE-EXIT
166900     END-IF.
167000     IF RECV-REFUND-DUE IS NUMERIC
167100         ADD RECV-REFUND-DUE TO WS-CRBAL-CURRENT
167200     END-IF.
167300     IF RECV-REFUNDED IS NUMERIC
167400         ADD RECV-REFUNDED TO WS-RFND-CURRENT
167500     END-IF.
167600 4580-ADD-ONE-CREDIT-BALANCE-EXIT.
167700     EXIT.
167800
167900 4590-POST-CREDIT-BALANCE-CHANGE.
168000*    MORE OWED BACK - DEBIT STUDENT RECEIVABLES, CREDIT THE
168100*    CREDIT-BALANCE LIABILITY.  LESS OWED BACK MIRRORS.
168200     MOVE 'REGISTRAR' TO WS-POST-OWNER.
168300     MOVE 'TCRB' TO WS-POST-MOVEMENT.
168400     IF WS-NET-AMOUNT > ZERO
168500         MOVE WS-NET-AMOUNT TO WS-POST-AMOUNT
168600         MOVE 'D' TO WS-POST-DC
168700         MOVE 'AR-STUDENT' TO WS-POST-ACCOUNT
168800         PERFORM 5000-ACCUMULATE-JOURNAL
168900             THRU 5000-ACCUMULATE-JOURNAL-EXIT
169000         MOVE 'C' TO WS-POST-DC
169100         MOVE 'STU-CRBAL ' TO WS-POST-ACCOUNT
169200         PERFORM 5000-ACCUMULATE-JOURNAL
169300             THRU 5000-ACCUMULATE-JOURNAL-EXIT
169400     ELSE
169500         COMPUTE WS-POST-AMOUNT = ZERO - WS-NET-AMOUNT
169600         MOVE 'D' TO WS-POST-DC
169700         MOVE 'STU-CRBAL ' TO WS-POST-ACCOUNT
169800         PERFORM 5000-ACCUMULATE-JOURNAL
169900             THRU 5000-ACCUMULATE-JOURNAL-EXIT
170000         MOVE 'C' TO WS-POST-DC
170100         MOVE 'AR-STUDENT' TO WS-POST-ACCOUNT
170200         PERFORM 5000-ACCUMULATE-JOURNAL
170300             THRU 5000-ACCUMULATE-JOURNAL-EXIT
170400     END-IF.
170500 4590-POST-CREDIT-BALANCE-CHANGE-EXIT.
170600     EXIT.
170700
170800 4595-POST-REFUNDS-ISSUED.
170900*    A REFUND CHECK PAYS THE CREDIT BALANCE OUT - DEBIT STUDENT
171000*    RECEIVABLES, CREDIT BURSAR CASH.  THE CREDIT BALANCE IT
171100*    CLEARED COMES BACK OFF THE LIABILITY THROUGH 'TCRB'.
171200     MOVE 'REGISTRAR' TO WS-POST-OWNER.
171300     MOVE 'TRCK' TO WS-POST-MOVEMENT.
171400     MOVE WS-NET-AMOUNT TO WS-POST-AMOUNT.
171500     MOVE 'D' TO WS-POST-DC.
171600     MOVE 'AR-STUDENT' TO WS-POST-ACCOUNT.
171700     PERFORM 5000-ACCUMULATE-JOURNAL
171800         THRU 5000-ACCUMULATE-JOURNAL-EXIT.
171900     MOVE 'C' TO WS-POST-DC.
172000     MOVE 'CASH-BURSR' TO WS-POST-ACCOUNT.
172100     PERFORM 5000-ACCUMULATE-JOURNAL
172200         THRU 5000-ACCUMULATE-JOURNAL-EXIT.
172300 4595-POST-REFUNDS-ISSUED-EXIT.
172400     EXIT.
172500
172600 5000-ACCUMULATE-JOURNAL.
172700     MOVE ZERO TO WS-JRN-FOUND-SUB.
172800     PERFORM 5100-CHECK-ONE-JOURNAL
172900         THRU 5100-CHECK-ONE-JOURNAL-EXIT
173000         VARYING WS-JRN-SUB FROM 1 BY 1
173100         UNTIL WS-JRN-SUB > WS-JRN-COUNT
173200             OR WS-JRN-FOUND-SUB > ZERO.
173300     IF WS-JRN-FOUND-SUB > ZERO
173400         ADD WS-POST-AMOUNT TO
173500             WS-JRN-AMOUNT(WS-JRN-FOUND-SUB)
173600         GO TO 5000-ACCUMULATE-JOURNAL-EXIT
173700     END-IF.
173800     IF WS-JRN-COUNT < 200
173900         ADD 1 TO WS-JRN-COUNT
174000         MOVE WS-POST-OWNER    TO WS-JRN-OWNER(WS-JRN-COUNT)
174100         MOVE WS-POST-MOVEMENT TO WS-JRN-MOVEMENT(WS-JRN-COUNT)
174200         MOVE WS-POST-DC       TO WS-JRN-DC(WS-JRN-COUNT)
174300         MOVE WS-POST-ACCOUNT  TO WS-JRN-ACCOUNT(WS-JRN-COUNT)
174400         MOVE WS-POST-AMOUNT   TO WS-JRN-AMOUNT(WS-JRN-COUNT)
174500     ELSE
174600         DISPLAY 'GLFEED - JOURNAL TABLE FULL, ENTRY DROPPED'
174700         SET RC-ERROR TO TRUE
174800     END-IF.
174900 5000-ACCUMULATE-JOURNAL-EXIT.
175000     EXIT.
175100
175200 5100-CHECK-ONE-JOURNAL.
175300     IF WS-JRN-OWNER(WS-JRN-SUB) = WS-POST-OWNER
175400             AND WS-JRN-MOVEMENT(WS-JRN-SUB) = WS-POST-MOVEMENT
175500             AND WS-JRN-DC(WS-JRN-SUB) = WS-POST-DC
175600             AND WS-JRN-ACCOUNT(WS-JRN-SUB) = WS-POST-ACCOUNT
175700         MOVE WS-JRN-SUB TO WS-JRN-FOUND-SUB
175800     END-IF.
175900 5100-CHECK-ONE-JOURNAL-EXIT.
176000     EXIT.
176100
176200 5500-PRICE-MOVEMENT.
176300*    THE MOVEMENT IS PRICED AT THE OWNING SIDE'S UNIT COST FROM
176400*    THE EXTRACT.  AN ITEM WITH NO COST ON FILE PRICES AT ZERO
176500*    AND IS COUNTED, SO FINANCE SEES HOW MUCH MOVED UNPRICED.
176600     MOVE 'N' TO WS-COST-FOUND-SW.
176700     MOVE WS-POST-OWNER TO CIX-OWNER.
176800     READ COST-INDEX
176900         INVALID KEY CONTINUE
177000         NOT INVALID KEY SET WS-COST-FOUND TO TRUE
177100     END-READ.
177200     IF WS-COST-FOUND
177300         MOVE CIX-UNIT-COST TO WS-UNIT-COST
177400         ADD 1 TO WS-MOVEMENTS-PRICED
177500     ELSE
177600         MOVE ZERO TO WS-UNIT-COST
177700         ADD 1 TO WS-MOVEMENTS-UNPRICED
177800         SET RC-WARNING TO TRUE
177900     END-IF.
178000     COMPUTE WS-POST-AMOUNT = WS-QTY-NUM * WS-UNIT-COST.
178100 5500-PRICE-MOVEMENT-EXIT.
178200     EXIT.
178300
178400 6000-WRITE-GL-INTERFACE.
178500     OPEN OUTPUT GL-INTERFACE.
178600*    THE SENT-DETAIL TRAIL IS CUMULATIVE - GLACK MARKS IT OFF
178700*    AGAINST THE ACCEPTANCE FILE AND PROVES THE MONTH.
178800     OPEN EXTEND SENT-DETAIL.
178900     IF NOT SENTD-STATUS-OK
179000         OPEN OUTPUT SENT-DETAIL
179100     END-IF.
179200     PERFORM 6100-WRITE-ONE-ENTRY
179300         THRU 6100-WRITE-ONE-ENTRY-EXIT
179400         VARYING WS-JRN-SUB FROM 1 BY 1
179500         UNTIL WS-JRN-SUB > WS-JRN-COUNT.
179600     CLOSE GL-INTERFACE.
179700     CLOSE SENT-DETAIL.
179800 6000-WRITE-GL-INTERFACE-EXIT.
179900     EXIT.
180000
180100 6100-WRITE-ONE-ENTRY.
180200     MOVE WS-JRN-ACCOUNT(WS-JRN-SUB)  TO GL-ACCOUNT.
180300     MOVE WS-JRN-OWNER(WS-JRN-SUB)    TO GL-OWNER.
180400     MOVE WS-JRN-MOVEMENT(WS-JRN-SUB) TO GL-MOVEMENT.
180500     MOVE WS-JRN-DC(WS-JRN-SUB)       TO GL-DEBIT-CREDIT.
180600     MOVE WS-JRN-AMOUNT(WS-JRN-SUB)   TO GL-AMOUNT.
180700     MOVE WS-TODAY-YYYYMMDD           TO GL-RUN-DATE.
180800     WRITE GL-INTERFACE-RECORD.
180900
181000     MOVE WS-TODAY-YYYYMMDD TO GLS-FEED-DATE.
181100     MOVE WS-JRN-SUB TO GLS-SEQ.
181200     SET GLS-PENDING TO TRUE.
181300     MOVE GL-INTERFACE-RECORD TO GLS-ENTRY.
181400     WRITE GL-SENT-DETAIL.
181500
181600     IF WS-JRN-DC(WS-JRN-SUB) = 'D'
181700         ADD WS-JRN-AMOUNT(WS-JRN-SUB) TO WS-TOTAL-DEBITS
181800     ELSE
181900         ADD WS-JRN-AMOUNT(WS-JRN-SUB) TO WS-TOTAL-CREDITS
182000     END-IF.
182100 6100-WRITE-ONE-ENTRY-EXIT.
182200     EXIT.
182300
182400 7000-WRITE-CONTROL-REPORT.
182500     OPEN OUTPUT CONTROL-REPORT.
182600     MOVE SPACES TO CONTROL-REPORT-LINE.
182700     STRING 'GL FEED CONTROL REPORT ' WS-TODAY-YYYYMMDD
182800         DELIMITED BY SIZE
182900         INTO CONTROL-REPORT-LINE
183000     END-STRING.
183100     WRITE CONTROL-REPORT-LINE.
183200
183300     MOVE WS-TOTAL-DEBITS TO WS-AMOUNT-EDIT.
183400     MOVE SPACES TO CONTROL-REPORT-LINE.
183500     STRING 'TOTAL DEBITS  = ' WS-AMOUNT-EDIT
183600         DELIMITED BY SIZE
183700         INTO CONTROL-REPORT-LINE
183800     END-STRING.
183900     WRITE CONTROL-REPORT-LINE.
184000
184100     MOVE WS-TOTAL-CREDITS TO WS-AMOUNT-EDIT.
184200     MOVE SPACES TO CONTROL-REPORT-LINE.
184300     STRING 'TOTAL CREDITS = ' WS-AMOUNT-EDIT
184400         DELIMITED BY SIZE
184500         INTO CONTROL-REPORT-LINE
184600     END-STRING.
184700     WRITE CONTROL-REPORT-LINE.
184800
184900*    THE BURSAR'S ENTRIES, LISTED SO THE STUDENT-ACCOUNTS SIDE
185000*    CAN TIE THEM TO ITS OWN REGISTERS.
185100     MOVE SPACES TO CONTROL-REPORT-LINE.
185200     WRITE CONTROL-REPORT-LINE.
185300     MOVE 'BURSAR ENTRIES (OWNER REGISTRAR)' TO
185400         CONTROL-REPORT-LINE.
185500     WRITE CONTROL-REPORT-LINE.
185600     PERFORM 7100-LIST-ONE-BURSAR-ENTRY
185700         THRU 7100-LIST-ONE-BURSAR-ENTRY-EXIT
185800         VARYING WS-JRN-SUB FROM 1 BY 1
185900         UNTIL WS-JRN-SUB > WS-JRN-COUNT.
186000     IF WS-CRBAL-DONE
186100         MOVE WS-CRBAL-CURRENT TO WS-AMOUNT-EDIT
186200         MOVE SPACES TO CONTROL-REPORT-LINE
186300         STRING 'STUDENT CREDIT BALANCES NOW = ' WS-AMOUNT-EDIT
186400             DELIMITED BY SIZE
186500             INTO CONTROL-REPORT-LINE
186600         END-STRING
186700         WRITE CONTROL-REPORT-LINE
186800         MOVE WS-RFND-CURRENT TO WS-AMOUNT-EDIT
186900         MOVE SPACES TO CONTROL-REPORT-LINE
187000         STRING 'STUDENT REFUNDS ISSUED TO DATE = '
187100                WS-AMOUNT-EDIT
187200             DELIMITED BY SIZE
187300             INTO CONTROL-REPORT-LINE
187400         END-STRING
187500         WRITE CONTROL-REPORT-LINE
187600     END-IF.
187700     MOVE SPACES TO CONTROL-REPORT-LINE.
187800     WRITE CONTROL-REPORT-LINE.
187900
188000     MOVE SPACES TO CONTROL-REPORT-LINE.
188100     IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
188200         MOVE 'IN BALANCE - FILE MAY BE RELEASED' TO
188300             CONTROL-REPORT-LINE
188400     ELSE
188500         MOVE '*** OUT OF BALANCE - DO NOT RELEASE ***' TO
188600             CONTROL-REPORT-LINE
188700         SET RC-ERROR TO TRUE
188800     END-IF.
188900     WRITE CONTROL-REPORT-LINE.
189000     CLOSE CONTROL-REPORT.
189100 7000-WRITE-CONTROL-REPORT-EXIT.
189200     EXIT.
189300
189400 7100-LIST-ONE-BURSAR-ENTRY.
189500     IF WS-JRN-OWNER(WS-JRN-SUB) NOT = 'REGISTRAR'
189600         GO TO 7100-LIST-ONE-BURSAR-ENTRY-EXIT
189700     END-IF.
189800     MOVE WS-JRN-AMOUNT(WS-JRN-SUB) TO WS-AMOUNT-EDIT.
189900     MOVE SPACES TO CONTROL-REPORT-LINE.
190000     STRING '  ' WS-JRN-MOVEMENT(WS-JRN-SUB)
190100            '  ' WS-JRN-ACCOUNT(WS-JRN-SUB)
190200            '  ' WS-JRN-DC(WS-JRN-SUB)
190300            '  ' WS-AMOUNT-EDIT
190400         DELIMITED BY SIZE
190500         INTO CONTROL-REPORT-LINE
190600     END-STRING.
190700     WRITE CONTROL-REPORT-LINE.
190800 7100-LIST-ONE-BURSAR-ENTRY-EXIT.
190900     EXIT.
191000
191100 8000-CHECK-CONTROL-RECORD.
191200*    CALLED AFTER EVERY EXTRACT READ - ABSORBS THE HEADER AND
191300*    TRAILER CONTROL RECORDS AND KEEPS THE DATA COUNT AND
191400*    QUANTITY HASH FOR THE END-OF-FILE CHECK (SEE CTLREC).
191500     MOVE 'N' TO WS-CTL-CONTROL-SW.
191600     IF WS-FEED-FIRST-RECORD
191700         MOVE 'N' TO WS-FEED-FIRST-SW
191800         IF CTL-IS-HEADER AND CTL-FILE-ID = 'ITEMEXT '
191900             SET WS-FEED-HDR-SEEN TO TRUE
192000             SET WS-CTL-IS-CONTROL TO TRUE
192100             GO TO 8000-CHECK-CONTROL-RECORD-EXIT
192200         ELSE
192300             MOVE 'E201' TO EXC-REASON-CODE
192400             MOVE 'ITEMEXT HAS NO HEADER CONTROL RECORD' TO
192500                 EXC-REASON-TEXT
192600             PERFORM 8900-WRITE-FEED-EXCEPTION
192700                 THRU 8900-WRITE-FEED-EXCEPTION-EXIT
192800             SET WS-CTL-IS-CONTROL TO TRUE
192900             SET EXTRACT-STATUS-EOF TO TRUE
193000             GO TO 8000-CHECK-CONTROL-RECORD-EXIT
193100         END-IF
193200     END-IF.
193300     IF CTL-IS-TRAILER AND CTL-FILE-ID = 'ITEMEXT '
193400         SET WS-FEED-TRL-SEEN TO TRUE
193500         SET WS-CTL-IS-CONTROL TO TRUE
193600         MOVE CTL-RECORD-COUNT TO WS-TRL-RECORD-COUNT
193700         MOVE CTL-HASH-TOTAL   TO WS-TRL-HASH-TOTAL
193800         GO TO 8000-CHECK-CONTROL-RECORD-EXIT
193900     END-IF.
194000     ADD 1 TO WS-FEED-RECORD-COUNT.
194100     IF ITEM-QTY-ON-HAND IS NUMERIC
194200         ADD ITEM-QTY-ON-HAND TO WS-FEED-HASH-TOTAL
194300     END-IF.
194400 8000-CHECK-CONTROL-RECORD-EXIT.
194500     EXIT.
194600
194700 8100-VERIFY-TRAILER.
194800     IF NOT WS-FEED-HDR-SEEN
194900*        AN EMPTY FEED NEVER REACHES THE FIRST-RECORD CHECK -
195000*        RAISE THE MISSING-HEADER EXCEPTION HERE RATHER THAN
195100*        PASS A ZERO-BYTE FILE QUIETLY.
195200         IF WS-FEED-FIRST-RECORD
195300             MOVE 'E201' TO EXC-REASON-CODE
195400             MOVE 'ITEMEXT HAS NO HEADER CONTROL RECORD' TO
195500                 EXC-REASON-TEXT
195600             PERFORM 8900-WRITE-FEED-EXCEPTION
195700                 THRU 8900-WRITE-FEED-EXCEPTION-EXIT
195800         END-IF
195900         GO TO 8100-VERIFY-TRAILER-EXIT
196000     END-IF.
196100     IF NOT WS-FEED-TRL-SEEN
196200         MOVE 'E202' TO EXC-REASON-CODE
196300         MOVE 'ITEMEXT HAS NO TRAILER CONTROL RECORD' TO
196400             EXC-REASON-TEXT
196500         PERFORM 8900-WRITE-FEED-EXCEPTION
196600             THRU 8900-WRITE-FEED-EXCEPTION-EXIT
196700         GO TO 8100-VERIFY-TRAILER-EXIT
196800     END-IF.
196900     IF WS-TRL-RECORD-COUNT NOT = WS-FEED-RECORD-COUNT
197000             OR WS-TRL-HASH-TOTAL NOT = WS-FEED-HASH-TOTAL
197100         MOVE 'E203' TO EXC-REASON-CODE
197200         MOVE 'ITEMEXT COUNT/HASH DOES NOT MATCH TRAILER' TO
197300             EXC-REASON-TEXT
197400         PERFORM 8900-WRITE-FEED-EXCEPTION
197500             THRU 8900-WRITE-FEED-EXCEPTION-EXIT
197600     END-IF.
197700 8100-VERIFY-TRAILER-EXIT.
197800     EXIT.
197900
198000 8900-WRITE-FEED-EXCEPTION.
198100     MOVE 'GLFEED  ' TO EXC-PROGRAM-ID.
198200     MOVE 'ITEMEXT' TO EXC-KEY-VALUE.
198300     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
198400     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
198500     MOVE SPACES TO EXC-OPERATOR-ID.
198600     WRITE EXC-RECORD.
198700     MOVE EXC-KEY-VALUE TO WS-LAST-EXC-KEY.
198800     MOVE EXC-REASON-CODE TO WS-LAST-EXC-REASON.
198900     MOVE EXC-REASON-TEXT TO WS-LAST-EXC-TEXT.
199000     SET RC-ERROR TO TRUE.
199100 8900-WRITE-FEED-EXCEPTION-EXIT.
199200     EXIT.
199300
199400 9000-FINISH.
199500     CLOSE COST-INDEX.
199600     CLOSE EXCEPTION-FILE.
199700     DISPLAY 'GLFEED - JOURNAL ENTRIES : ' WS-JRN-COUNT.
199800     DISPLAY 'GLFEED - PRICED          : ' WS-MOVEMENTS-PRICED.
199900     DISPLAY 'GLFEED - UNPRICED        : '
200000         WS-MOVEMENTS-UNPRICED.
200100     DISPLAY 'GLFEED - PPV RECEIPTS    : ' WS-PPV-RECEIPTS.
200200     DISPLAY 'GLFEED - RETURN CODE     : ' WS-RETURN-CODE.
200300 9000-FINISH-EXIT.
200400     EXIT.
200500
200600 9500-OPEN-ERROR-TICKET.
200700*    A STEP THAT ENDS WITH THE ERROR OR SEVERE RETURN CODE CUTS
200800*    ITS OWN TICKET ON THE TICKETS INTAKE, SO TICKAGE MERGES AND
200900*    AGES BATCH FAILURES WITH EVERYTHING ELSE (SEE TICKREC).
201000     OPEN EXTEND TICKET-INTAKE.
201100     IF NOT TICKET-STATUS-OK
201200         OPEN OUTPUT TICKET-INTAKE
201300     END-IF.
201400     IF NOT TICKET-STATUS-OK
201500         DISPLAY 'GLFEED - UNABLE TO OPEN TICKETS, STATUS='
201600             WS-TICKET-STATUS
201700         GO TO 9500-OPEN-ERROR-TICKET-EXIT
201800     END-IF.
201900*    NO EIBTASKN IN BATCH - THE START TIME NUMBERS THE TICKET,
202000*    UNIQUE WITHIN THE DAY THE SAME WAY.
202100     MOVE WS-TIME-HHMMSSHH(1:7) TO TICK-NUMBER.
202200     MOVE 'GLFEED  ' TO TICK-PROGRAM.
202300     IF WS-LAST-EXC-KEY NOT = SPACES
202400         MOVE SPACES TO TICK-ERROR-DETAIL
202500         STRING WS-LAST-EXC-KEY ' ' WS-LAST-EXC-REASON
202600                ' ' WS-LAST-EXC-TEXT(1:14)
202700             DELIMITED BY SIZE
202800             INTO TICK-ERROR-DETAIL
202900         END-STRING
203000     ELSE
203100         MOVE 'STEP ENDED WITH ERROR RETURN CODE' TO
203200             TICK-ERROR-DETAIL
203300     END-IF.
203400     SET TICK-OPEN TO TRUE.
203500     MOVE WS-TODAY-YYYYMMDD TO TICK-OPEN-DATE.
203600     MOVE WS-TIME-HHMMSSHH TO TICK-OPEN-TIME.
203700     MOVE ZERO TO TICK-RESOLVED-DATE.
203800     WRITE TICKET-RECORD.
203900     CLOSE TICKET-INTAKE.
204000 9500-OPEN-ERROR-TICKET-EXIT.
204100     EXIT.
204200
204300 9999-EXIT.
204400     STOP RUN.
