000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PINISSUE.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. REGISTRAR SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  ISSUES AND RESETS THE WEB
001000*                    SELF-SERVICE PINS STUDWEB AND OWNWEB NOW
001100*                    DEMAND.  EACH PINTRAN TRANSACTION ISSUES A
001200*                    FIRST PIN OR RESETS (AND UNLOCKS) AN
001300*                    EXISTING ONE FOR A STUDENT OR AN OWNER; THE
001400*                    PARAMETER CARD CAN ALSO ISSUE TO EVERY
001500*                    ACTIVE STUDENT WHO HAS NONE, FOR THE FIRST
001600*                    ROLLOUT.  ONLY THE SALTED HASH GOES ON THE
001700*                    WEBCRED FILE (SEE WEBCRED AND PINHASH);
001800*                    THE PIN ITSELF IS WRITTEN ONCE, TO THE
001900*                    PINMAIL MAILER EXTRACT, ADDRESSED TO THE
002000*                    STUDENT'S STUDADDR ADDRESS OR THE OWNER'S
002100*                    CONTACT.  THE PINRPT REGISTER LISTS EVERY
002200*                    MAILER CUT BUT NEVER THE PIN; ANYONE WHO
002300*                    CANNOT BE MAILED GOES TO THE EXCEPTION
002400*                    FILE INSTEAD.
002500*================================================================
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT STUDENT ASSIGN TO FILENAME
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS STUDENT-ID
003300         FILE STATUS IS WS-STUDENT-STATUS.
003400     SELECT ADDRESS-FILE ASSIGN TO "STUDADDR"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS ADDR-STUDENT-ID
003800         FILE STATUS IS WS-ADDR-STATUS.
003900     SELECT OWNER-MASTER ASSIGN TO "OWNMAST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS OWNER-ID
004300         FILE STATUS IS WS-OWNER-STATUS.
004400     SELECT CREDENTIAL-FILE ASSIGN TO "WEBCRED"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS CRED-KEY
004800         FILE STATUS IS WS-CRED-STATUS.
004900     SELECT PIN-TRAN-FILE ASSIGN TO "PINTRAN"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-TRAN-STATUS.
005200     SELECT PIN-MAILER-FILE ASSIGN TO "PINMAIL"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT PIN-REGISTER ASSIGN TO "PINRPT"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-BUSDATE-STATUS.
005900     SELECT PARM-CARD-FILE ASSIGN TO "PARMCARD"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-PARM-STATUS.
006200     SELECT EXCEPTION-FILE ASSIGN TO "PINEXC"
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  STUDENT.
006800     COPY STUDREC.
006900 01  FILENAME                   PIC X(12).
007000
007100 FD  ADDRESS-FILE.
007200     COPY ADDRREC.
007300
007400 FD  OWNER-MASTER.
007500     COPY OWNERREC.
007600
007700 FD  CREDENTIAL-FILE.
007800     COPY WEBCRED.
007900
008000*    ONE CARD PER PIN TO ISSUE OR RESET.  THE CONTACT FIELDS
008100*    ARE FOR OWNERS ONLY - REQUIRED ON AN OWNER'S FIRST ISSUE,
008200*    OPTIONAL ON A RESET, WHERE BLANKS KEEP THE CONTACT ALREADY
008300*    ON WEBCRED.  A STUDENT'S PIN ALWAYS GOES TO STUDADDR.
008400 FD  PIN-TRAN-FILE.
008500 01  PIN-TRAN-RECORD.
008600     05  PTRN-ACTION                 PIC X(01).
008700         88  PTRN-ISSUE              VALUE 'I'.
008800         88  PTRN-RESET              VALUE 'R'.
008900     05  PTRN-USER-TYPE              PIC X(01).
009000         88  PTRN-STUDENT            VALUE 'S'.
009100         88  PTRN-OWNER              VALUE 'O'.
009200     05  PTRN-USER-ID                PIC X(20).
009300     05  PTRN-STUDENT-VIEW REDEFINES PTRN-USER-ID.
009400         10  PTRN-STUDENT-ID         PIC X(09).
009500         10  PTRN-STUDENT-ID-N REDEFINES PTRN-STUDENT-ID
009600                                     PIC 9(09).
009700         10  PTRN-STUDENT-REST       PIC X(11).
009800     05  PTRN-CONTACT.
009900         10  PTRN-CONTACT-NAME       PIC X(25).
010000         10  PTRN-CONTACT-STREET     PIC X(30).
010100         10  PTRN-CONTACT-CITY       PIC X(20).
010200         10  PTRN-CONTACT-STATE      PIC X(02).
010300         10  PTRN-CONTACT-ZIP        PIC X(10).
010400
010500*    THE SEALED-MAILER EXTRACT - THE ONLY PLACE A PIN IS EVER
010600*    WRITTEN.  THE PRINT SHOP DESTROYS THE DATASET ONCE THE
010700*    MAILERS ARE RUN.
010800 FD  PIN-MAILER-FILE.
010900 01  PIN-MAILER-RECORD.
011000     05  PML-USER-TYPE               PIC X(01).
011100     05  PML-USER-ID                 PIC X(20).
011200     05  PML-NAME                    PIC X(25).
011300     05  PML-STREET                  PIC X(30).
011400     05  PML-CITY                    PIC X(20).
011500     05  PML-STATE                   PIC X(02).
011600     05  PML-ZIP                     PIC X(10).
011700     05  PML-ACTION                  PIC X(01).
011800     05  PML-PIN                     PIC X(06).
011900     05  PML-ISSUE-DATE              PIC 9(08).
012000
012100 FD  PIN-REGISTER.
012200 01  PIN-REGISTER-LINE              PIC X(100).
012300
012400 FD  BUSDATE-FILE.
012500     COPY BUSDATE.
012600
012700 FD  PARM-CARD-FILE.
012800     COPY PARMREC.
012900
013000 FD  EXCEPTION-FILE.
013100     COPY EXCREC.
013200
013300 WORKING-STORAGE SECTION.
013400     COPY RETCODES.
013500     COPY PINHASH.
013600
013700 01  WS-STUDENT-STATUS              PIC X(02) VALUE '00'.
013800     88  STUDENT-STATUS-OK           VALUE '00'.
013900     88  STUDENT-STATUS-EOF          VALUE '10'.
014000 01  WS-ADDR-STATUS                 PIC X(02) VALUE '00'.
014100     88  ADDR-STATUS-OK              VALUE '00'.
014200 01  WS-OWNER-STATUS                PIC X(02) VALUE '00'.
014300     88  OWNER-STATUS-OK             VALUE '00'.
014400 01  WS-CRED-STATUS                 PIC X(02) VALUE '00'.
014500     88  CRED-STATUS-OK              VALUE '00'.
014600 01  WS-TRAN-STATUS                 PIC X(02) VALUE '00'.
014700     88  TRAN-STATUS-OK              VALUE '00'.
014800     88  TRAN-STATUS-EOF             VALUE '10'.
014900 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
015000     88  BUSDATE-STATUS-OK           VALUE '00'.
015100 01  WS-PARM-STATUS                 PIC X(02) VALUE '00'.
015200     88  PARM-STATUS-OK              VALUE '00'.
015300     88  PARM-STATUS-EOF             VALUE '10'.
015400
015500 01  WS-PARM-FOUND-SW               PIC X(01) VALUE 'N'.
015600     88  WS-PARM-FOUND               VALUE 'Y'.
015700*    'Y' ALSO ISSUES A PIN TO EVERY ACTIVE STUDENT WITHOUT ONE.
015800 01  WS-ROLLOUT-SW                  PIC X(01) VALUE 'N'.
015900     88  WS-ROLLOUT                  VALUE 'Y'.
016000 01  WS-ADDR-OPEN-SW                PIC X(01) VALUE 'N'.
016100     88  WS-ADDR-FILE-OPEN           VALUE 'Y'.
016200 01  WS-OWNER-OPEN-SW               PIC X(01) VALUE 'N'.
016300     88  WS-OWNER-FILE-OPEN          VALUE 'Y'.
016400 01  WS-CRED-FOUND-SW               PIC X(01) VALUE 'N'.
016500     88  WS-CRED-FOUND               VALUE 'Y'.
016600 01  WS-MAILABLE-SW                 PIC X(01) VALUE 'N'.
016700     88  WS-MAILABLE                 VALUE 'Y'.
016800
016900*    THE CREDENTIAL BEING ISSUED AND WHERE ITS MAILER GOES.
017000 01  WS-ISSUE-ACTION                PIC X(01) VALUE SPACE.
017100     88  WS-ISSUING                  VALUE 'I'.
017200     88  WS-RESETTING                VALUE 'R'.
017300 01  WS-ISSUE-KEY.
017400     05  WS-ISSUE-USER-TYPE         PIC X(01) VALUE SPACE.
017500     05  WS-ISSUE-USER-ID           PIC X(20) VALUE SPACES.
017600 01  WS-MAIL-TO.
017700     05  WS-MAIL-NAME               PIC X(25) VALUE SPACES.
017800     05  WS-MAIL-STREET             PIC X(30) VALUE SPACES.
017900     05  WS-MAIL-CITY               PIC X(20) VALUE SPACES.
018000     05  WS-MAIL-STATE              PIC X(02) VALUE SPACES.
018100     05  WS-MAIL-ZIP                PIC X(10) VALUE SPACES.
018200
018300*    PIN AND SALT SOURCE - A MULTIPLICATIVE CONGRUENTIAL
018400*    SEQUENCE MODULO WS-PIN-MODULUS, SEEDED FROM THE CLOCK.
018500 01  WS-RANDOM-SEED                 PIC 9(09) VALUE ZERO.
018600 01  WS-NEW-PIN                     PIC 9(06) VALUE ZERO.
018700
018800 01  WS-TRANS-READ                  PIC 9(07) COMP VALUE ZERO.
018900 01  WS-TRANS-REJECTED              PIC 9(07) COMP VALUE ZERO.
019000 01  WS-PINS-ISSUED                 PIC 9(07) COMP VALUE ZERO.
019100 01  WS-PINS-RESET                  PIC 9(07) COMP VALUE ZERO.
019200 01  WS-ROLLOUT-READ                PIC 9(07) COMP VALUE ZERO.
019300 01  WS-ROLLOUT-HELD                PIC 9(07) COMP VALUE ZERO.
019400 01  WS-COUNT-EDIT                  PIC Z,ZZZ,ZZ9.
019500
019600 01  WS-CURRENT-DATE-TIME.
019700     05  WS-TODAY-YYYYMMDD          PIC 9(08).
019800     05  WS-TIME-HHMMSSHH           PIC 9(08).
019900     05  FILLER                     PIC X(05).
020000
020100 PROCEDURE DIVISION.
020200 0000-MAINLINE.
020300     PERFORM 1000-INITIALIZE
020400         THRU 1000-INITIALIZE-EXIT.
020500     IF RC-SEVERE
020600         GO TO 0000-WRAP-UP
020700     END-IF.
020800
020900     PERFORM 2000-APPLY-NEXT-TRAN
021000         THRU 2000-APPLY-NEXT-TRAN-EXIT
021100         UNTIL TRAN-STATUS-EOF.
021200
021300     IF WS-ROLLOUT
021400         PERFORM 4000-ROLLOUT-STUDENTS
021500             THRU 4000-ROLLOUT-STUDENTS-EXIT
021600     END-IF.
021700
021800 0000-WRAP-UP.
021900     PERFORM 9000-FINISH
022000         THRU 9000-FINISH-EXIT.
022100     MOVE WS-RETURN-CODE TO RETURN-CODE.
022200     GO TO 9999-EXIT.
022300
022400 1000-INITIALIZE.
022500     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
022600     PERFORM 1050-GET-BUSINESS-DATE
022700         THRU 1050-GET-BUSINESS-DATE-EXIT.
022800     COMPUTE WS-PIN-ACCUM = WS-TIME-HHMMSSHH * 7919
022900         + WS-TODAY-YYYYMMDD.
023000     DIVIDE WS-PIN-ACCUM BY WS-PIN-MODULUS
023100         GIVING WS-PIN-QUOTIENT
023200         REMAINDER WS-RANDOM-SEED.
023300*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
023400*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
023500     OPEN OUTPUT EXCEPTION-FILE.
023600     OPEN OUTPUT PIN-MAILER-FILE.
023700     OPEN OUTPUT PIN-REGISTER.
023800     MOVE SPACES TO PIN-REGISTER-LINE.
023900     STRING 'WEB PIN ISSUE/RESET REGISTER FOR '
024000            WS-TODAY-YYYYMMDD
024100         DELIMITED BY SIZE
024200         INTO PIN-REGISTER-LINE
024300     END-STRING.
024400     WRITE PIN-REGISTER-LINE.
024500     MOVE 'T USER-ID              NAME                      ACTIO
024600-        'N' TO PIN-REGISTER-LINE.
024700     WRITE PIN-REGISTER-LINE.
024800
024900     PERFORM 1080-READ-PARM-CARD
025000         THRU 1080-READ-PARM-CARD-EXIT.
025100     IF NOT WS-PARM-FOUND
025200         DISPLAY 'ENTER STUDENT DATASET NAME: '
025300         ACCEPT FILENAME
025400         DISPLAY 'ISSUE TO EVERY ACTIVE STUDENT WITHOUT A PIN '
025500             '(Y/N): '
025600         ACCEPT WS-ROLLOUT-SW
025700     END-IF.
025800
025900     OPEN INPUT STUDENT.
026000     IF NOT STUDENT-STATUS-OK
026100         DISPLAY 'PINISSUE - UNABLE TO OPEN STUDENT FILE, STATUS='
026200             WS-STUDENT-STATUS
026300         SET RC-SEVERE TO TRUE
026400         GO TO 1000-INITIALIZE-EXIT
026500     END-IF.
026600*    NO STUDADDR OR NO OWNMAST ONLY MEANS THOSE USERS CANNOT
026700*    BE MAILED - EACH IS REJECTED, NOT THE WHOLE RUN.
026800     OPEN INPUT ADDRESS-FILE.
026900     IF ADDR-STATUS-OK
027000         SET WS-ADDR-FILE-OPEN TO TRUE
027100     END-IF.
027200     OPEN INPUT OWNER-MASTER.
027300     IF OWNER-STATUS-OK
027400         SET WS-OWNER-FILE-OPEN TO TRUE
027500     END-IF.
027600     OPEN I-O CREDENTIAL-FILE.
027700     IF NOT CRED-STATUS-OK
027800         OPEN OUTPUT CREDENTIAL-FILE
027900         IF NOT CRED-STATUS-OK
028000             DISPLAY 'PINISSUE - UNABLE TO OPEN WEBCRED, STATUS='
028100                 WS-CRED-STATUS
028200             SET RC-SEVERE TO TRUE
028300             GO TO 1000-INITIALIZE-EXIT
028400         END-IF
028500         CLOSE CREDENTIAL-FILE
028600         OPEN I-O CREDENTIAL-FILE
028700     END-IF.
028800     OPEN INPUT PIN-TRAN-FILE.
028900     IF NOT TRAN-STATUS-OK
029000         DISPLAY 'PINISSUE - NO PINTRAN TRANSACTIONS, STATUS='
029100             WS-TRAN-STATUS
029200         SET TRAN-STATUS-EOF TO TRUE
029300     END-IF.
029400 1000-INITIALIZE-EXIT.
029500     EXIT.
029600
029700 1050-GET-BUSINESS-DATE.
029800*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
029900*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
030000*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
030100*    CLOCK TIME FIELD STAYS REAL.
030200     OPEN INPUT BUSDATE-FILE.
030300     IF NOT BUSDATE-STATUS-OK
030400         GO TO 1050-GET-BUSINESS-DATE-EXIT
030500     END-IF.
030600     READ BUSDATE-FILE
030700         AT END
030800             CLOSE BUSDATE-FILE
030900             GO TO 1050-GET-BUSINESS-DATE-EXIT
031000     END-READ.
031100     CLOSE BUSDATE-FILE.
031200     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
031300             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
031400         DISPLAY 'PINISSUE - RUNNING AS OF BUSINESS DATE '
031500             BUS-DATE
031600         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
031700     END-IF.
031800 1050-GET-BUSINESS-DATE-EXIT.
031900     EXIT.
032000
032100 1080-READ-PARM-CARD.
032200*    CARD LAYOUT - COLS 9-20 STUDENT DATASET NAME, COL 21 'Y'
032300*    TO ISSUE TO EVERY ACTIVE STUDENT WHO HAS NO PIN YET.
032400     MOVE 'N' TO WS-PARM-FOUND-SW.
032500     OPEN INPUT PARM-CARD-FILE.
032600     IF NOT PARM-STATUS-OK
032700         GO TO 1080-READ-PARM-CARD-EXIT
032800     END-IF.
032900     PERFORM 1081-SCAN-ONE-CARD
033000         THRU 1081-SCAN-ONE-CARD-EXIT
033100         UNTIL PARM-STATUS-EOF OR WS-PARM-FOUND.
033200     CLOSE PARM-CARD-FILE.
033300 1080-READ-PARM-CARD-EXIT.
033400     EXIT.
033500
033600 1081-SCAN-ONE-CARD.
033700     READ PARM-CARD-FILE
033800         AT END SET PARM-STATUS-EOF TO TRUE
033900     END-READ.
034000     IF PARM-STATUS-EOF
034100         GO TO 1081-SCAN-ONE-CARD-EXIT
034200     END-IF.
034300     IF PARM-PROGRAM-ID = 'PINISSUE'
034400             AND PARM-OPTIONS(1:12) NOT = SPACES
034500         SET WS-PARM-FOUND TO TRUE
034600         MOVE PARM-OPTIONS(1:12) TO FILENAME
034700         IF PARM-OPTIONS(13:1) = 'Y'
034800             SET WS-ROLLOUT TO TRUE
034900         ELSE
035000             MOVE 'N' TO WS-ROLLOUT-SW
035100         END-IF
035200     END-IF.
035300 1081-SCAN-ONE-CARD-EXIT.
035400     EXIT.
035500
035600 2000-APPLY-NEXT-TRAN.
035700     READ PIN-TRAN-FILE
035800         AT END SET TRAN-STATUS-EOF TO TRUE
035900     END-READ.
036000     IF TRAN-STATUS-EOF
036100         GO TO 2000-APPLY-NEXT-TRAN-EXIT
036200     END-IF.
036300     ADD 1 TO WS-TRANS-READ.
036400     MOVE PTRN-USER-TYPE TO WS-ISSUE-USER-TYPE.
036500     MOVE PTRN-USER-ID   TO WS-ISSUE-USER-ID.
036600     MOVE PTRN-ACTION    TO WS-ISSUE-ACTION.
036700
036800     IF NOT PTRN-ISSUE AND NOT PTRN-RESET
036900         MOVE 'E285' TO EXC-REASON-CODE
037000         MOVE 'ACTION MUST BE I OR R' TO EXC-REASON-TEXT
037100         PERFORM 2900-WRITE-EXCEPTION
037200             THRU 2900-WRITE-EXCEPTION-EXIT
037300         GO TO 2000-APPLY-NEXT-TRAN-EXIT
037400     END-IF.
037500     IF PTRN-STUDENT
037600         IF PTRN-STUDENT-ID IS NOT NUMERIC
037700                 OR PTRN-STUDENT-ID-N = ZERO
037800                 OR PTRN-STUDENT-REST NOT = SPACES
037900             MOVE 'E286' TO EXC-REASON-CODE
038000             MOVE 'STUDENT-ID NOT NINE DIGITS' TO EXC-REASON-TEXT
038100             PERFORM 2900-WRITE-EXCEPTION
038200                 THRU 2900-WRITE-EXCEPTION-EXIT
038300             GO TO 2000-APPLY-NEXT-TRAN-EXIT
038400         END-IF
038500     ELSE
038600         IF NOT PTRN-OWNER OR PTRN-USER-ID = SPACES
038700             MOVE 'E286' TO EXC-REASON-CODE
038800             MOVE 'USER TYPE MUST BE S OR O, WITH AN ID'
038900                 TO EXC-REASON-TEXT
039000             PERFORM 2900-WRITE-EXCEPTION
039100                 THRU 2900-WRITE-EXCEPTION-EXIT
039200             GO TO 2000-APPLY-NEXT-TRAN-EXIT
039300         END-IF
039400     END-IF.
039500
039600     PERFORM 2100-READ-CREDENTIAL
039700         THRU 2100-READ-CREDENTIAL-EXIT.
039800     IF PTRN-ISSUE AND WS-CRED-FOUND
039900         MOVE 'E291' TO EXC-REASON-CODE
040000         MOVE 'PIN ALREADY ISSUED - USE A RESET'
040100             TO EXC-REASON-TEXT
040200         PERFORM 2900-WRITE-EXCEPTION
040300             THRU 2900-WRITE-EXCEPTION-EXIT
040400         GO TO 2000-APPLY-NEXT-TRAN-EXIT
040500     END-IF.
040600     IF PTRN-RESET AND NOT WS-CRED-FOUND
040700         MOVE 'E292' TO EXC-REASON-CODE
040800         MOVE 'NO PIN ON FILE TO RESET - USE AN ISSUE'
040900             TO EXC-REASON-TEXT
041000         PERFORM 2900-WRITE-EXCEPTION
041100             THRU 2900-WRITE-EXCEPTION-EXIT
041200         GO TO 2000-APPLY-NEXT-TRAN-EXIT
041300     END-IF.
041400
041500     IF PTRN-STUDENT
041600         PERFORM 2200-ADDRESS-STUDENT
041700             THRU 2200-ADDRESS-STUDENT-EXIT
041800     ELSE
041900         PERFORM 2300-ADDRESS-OWNER
042000             THRU 2300-ADDRESS-OWNER-EXIT
042100     END-IF.
042200     IF NOT WS-MAILABLE
042300         PERFORM 2900-WRITE-EXCEPTION
042400             THRU 2900-WRITE-EXCEPTION-EXIT
042500         GO TO 2000-APPLY-NEXT-TRAN-EXIT
042600     END-IF.
042700
042800     PERFORM 3000-ISSUE-PIN
042900         THRU 3000-ISSUE-PIN-EXIT.
043000 2000-APPLY-NEXT-TRAN-EXIT.
043100     EXIT.
043200
043300 2100-READ-CREDENTIAL.
043400     MOVE 'N' TO WS-CRED-FOUND-SW.
043500     MOVE WS-ISSUE-KEY TO CRED-KEY.
043600     READ CREDENTIAL-FILE
043700         INVALID KEY CONTINUE
043800         NOT INVALID KEY SET WS-CRED-FOUND TO TRUE
043900     END-READ.
044000 2100-READ-CREDENTIAL-EXIT.
044100     EXIT.
044200
044300 2200-ADDRESS-STUDENT.
044400*    THE STUDENT MUST BE ON THE MASTER AND HAVE A STREET
044500*    ADDRESS ON STUDADDR - A PIN IS NEVER MAILED ANYWHERE ELSE.
044600*    A MISS LEAVES THE REASON IN THE EXCEPTION RECORD.
044700     MOVE 'N' TO WS-MAILABLE-SW.
044800     MOVE WS-ISSUE-USER-ID(1:9) TO STUDENT-ID.
044900     READ STUDENT
045000         INVALID KEY
045100             MOVE 'E287' TO EXC-REASON-CODE
045200             MOVE 'STUDENT NOT ON MASTER' TO EXC-REASON-TEXT
045300             GO TO 2200-ADDRESS-STUDENT-EXIT
045400     END-READ.
045500     IF NOT WS-ADDR-FILE-OPEN
045600         MOVE 'E288' TO EXC-REASON-CODE
045700         MOVE 'NO STUDADDR MAILING ADDRESS' TO EXC-REASON-TEXT
045800         GO TO 2200-ADDRESS-STUDENT-EXIT
045900     END-IF.
046000     MOVE STUDENT-ID TO ADDR-STUDENT-ID.
046100     READ ADDRESS-FILE
046200         INVALID KEY MOVE SPACES TO ADDR-STREET
046300     END-READ.
046400     IF ADDR-STREET = SPACES
046500         MOVE 'E288' TO EXC-REASON-CODE
046600         MOVE 'NO STUDADDR MAILING ADDRESS' TO EXC-REASON-TEXT
046700         GO TO 2200-ADDRESS-STUDENT-EXIT
046800     END-IF.
046900     MOVE NAME        TO WS-MAIL-NAME.
047000     MOVE ADDR-STREET TO WS-MAIL-STREET.
047100     MOVE ADDR-CITY   TO WS-MAIL-CITY.
047200     MOVE ADDR-STATE  TO WS-MAIL-STATE.
047300     MOVE ADDR-ZIP    TO WS-MAIL-ZIP.
047400     SET WS-MAILABLE TO TRUE.
047500 2200-ADDRESS-STUDENT-EXIT.
047600     EXIT.
047700
047800 2300-ADDRESS-OWNER.
047900*    THE OWNER MUST BE ACTIVE ON OWNMAST.  THE CARD'S CONTACT
048000*    WINS; A RESET WITH A BLANK CONTACT KEEPS THE ONE ON FILE.
048100     MOVE 'N' TO WS-MAILABLE-SW.
048200     IF NOT WS-OWNER-FILE-OPEN
048300         MOVE 'E289' TO EXC-REASON-CODE
048400         MOVE 'OWNER NOT ACTIVE ON OWNMAST' TO EXC-REASON-TEXT
048500         GO TO 2300-ADDRESS-OWNER-EXIT
048600     END-IF.
048700     MOVE WS-ISSUE-USER-ID TO OWNER-ID.
048800     READ OWNER-MASTER
048900         INVALID KEY MOVE SPACE TO OWNER-STATUS
049000     END-READ.
049100     IF NOT OWNER-ACTIVE
049200         MOVE 'E289' TO EXC-REASON-CODE
049300         MOVE 'OWNER NOT ACTIVE ON OWNMAST' TO EXC-REASON-TEXT
049400         GO TO 2300-ADDRESS-OWNER-EXIT
049500     END-IF.
049600     IF PTRN-CONTACT-STREET NOT = SPACES
049700         MOVE PTRN-CONTACT-NAME   TO WS-MAIL-NAME
049800         MOVE PTRN-CONTACT-STREET TO WS-MAIL-STREET
049900         MOVE PTRN-CONTACT-CITY   TO WS-MAIL-CITY
050000         MOVE PTRN-CONTACT-STATE  TO WS-MAIL-STATE
050100         MOVE PTRN-CONTACT-ZIP    TO WS-MAIL-ZIP
050200     ELSE
050300         IF WS-CRED-FOUND AND CRED-CONTACT-STREET NOT = SPACES
050400             MOVE CRED-CONTACT TO WS-MAIL-TO
050500         ELSE
050600             MOVE 'E290' TO EXC-REASON-CODE
050700             MOVE 'NO OWNER CONTACT ADDRESS' TO EXC-REASON-TEXT
050800             GO TO 2300-ADDRESS-OWNER-EXIT
050900         END-IF
051000     END-IF.
051100     IF WS-MAIL-NAME = SPACES
051200         MOVE OWNER-NAME TO WS-MAIL-NAME
051300     END-IF.
051400     SET WS-MAILABLE TO TRUE.
051500 2300-ADDRESS-OWNER-EXIT.
051600     EXIT.
051700
051800 2900-WRITE-EXCEPTION.
051900     ADD 1 TO WS-TRANS-REJECTED.
052000     MOVE 'PINISSUE' TO EXC-PROGRAM-ID.
052100     MOVE SPACES TO EXC-KEY-VALUE.
052200     STRING WS-ISSUE-USER-TYPE '/' WS-ISSUE-USER-ID
052300         DELIMITED BY SIZE
052400         INTO EXC-KEY-VALUE
052500     END-STRING.
052600     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
052700     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
052800     MOVE SPACES TO EXC-OPERATOR-ID.
052900     WRITE EXC-RECORD.
053000     SET RC-WARNING TO TRUE.
053100 2900-WRITE-EXCEPTION-EXIT.
053200     EXIT.
053300
053400 3000-ISSUE-PIN.
053500*    A FRESH PIN AND A FRESH SALT EVERY TIME - A RESET ALSO
053600*    CLEARS THE FAILURE COUNT AND THE LOCK.
053700     PERFORM 3050-NEXT-RANDOM
053800         THRU 3050-NEXT-RANDOM-EXIT.
053900     DIVIDE WS-RANDOM-SEED BY 1000000
054000         GIVING WS-PIN-QUOTIENT
054100         REMAINDER WS-NEW-PIN.
054200     MOVE WS-NEW-PIN TO WS-PIN-ENTERED.
054300     PERFORM 3050-NEXT-RANDOM
054400         THRU 3050-NEXT-RANDOM-EXIT.
054500     MOVE WS-RANDOM-SEED TO WS-PIN-SALT.
054600     PERFORM 8900-HASH-PIN
054700         THRU 8900-HASH-PIN-EXIT.
054800
054900     IF NOT WS-CRED-FOUND
055000         MOVE SPACES TO WEB-CREDENTIAL-RECORD
055100         MOVE WS-ISSUE-KEY TO CRED-KEY
055200     END-IF.
055300     MOVE WS-PIN-SALT TO CRED-PIN-SALT.
055400     MOVE WS-PIN-HASH TO CRED-PIN-HASH.
055500     SET CRED-ACTIVE TO TRUE.
055600     MOVE ZERO TO CRED-FAIL-COUNT.
055700     MOVE WS-TODAY-YYYYMMDD TO CRED-ISSUE-DATE.
055800     MOVE ZERO TO CRED-LOCK-DATE.
055900     IF NOT WS-CRED-FOUND
056000         MOVE ZERO TO CRED-LAST-GOOD-DATE
056100         MOVE ZERO TO CRED-LAST-FAIL-DATE
056200         MOVE ZERO TO CRED-LAST-FAIL-TIME
056300     END-IF.
056400     IF WS-ISSUE-USER-TYPE = 'O'
056500         MOVE WS-MAIL-TO TO CRED-CONTACT
056600     END-IF.
056700
056800     IF WS-CRED-FOUND
056900         REWRITE WEB-CREDENTIAL-RECORD
057000             INVALID KEY CONTINUE
057100         END-REWRITE
057200     ELSE
057300         WRITE WEB-CREDENTIAL-RECORD
057400             INVALID KEY CONTINUE
057500         END-WRITE
057600     END-IF.
057700     IF NOT CRED-STATUS-OK
057800         MOVE 'E293' TO EXC-REASON-CODE
057900         MOVE SPACES TO EXC-REASON-TEXT
058000         STRING 'WEBCRED UPDATE FAILED, STATUS='
058100                WS-CRED-STATUS
058200             DELIMITED BY SIZE
058300             INTO EXC-REASON-TEXT
058400         END-STRING
058500         PERFORM 2900-WRITE-EXCEPTION
058600             THRU 2900-WRITE-EXCEPTION-EXIT
058700         GO TO 3000-ISSUE-PIN-EXIT
058800     END-IF.
058900     IF WS-CRED-FOUND
059000         ADD 1 TO WS-PINS-RESET
059100     ELSE
059200         ADD 1 TO WS-PINS-ISSUED
059300     END-IF.
059400
059500     MOVE SPACES TO PIN-MAILER-RECORD.
059600     MOVE WS-ISSUE-USER-TYPE TO PML-USER-TYPE.
059700     MOVE WS-ISSUE-USER-ID   TO PML-USER-ID.
059800     MOVE WS-MAIL-NAME       TO PML-NAME.
059900     MOVE WS-MAIL-STREET     TO PML-STREET.
060000     MOVE WS-MAIL-CITY       TO PML-CITY.
060100     MOVE WS-MAIL-STATE      TO PML-STATE.
060200     MOVE WS-MAIL-ZIP        TO PML-ZIP.
060300     MOVE WS-ISSUE-ACTION    TO PML-ACTION.
060400     MOVE WS-PIN-ENTERED     TO PML-PIN.
060500     MOVE WS-TODAY-YYYYMMDD  TO PML-ISSUE-DATE.
060600     WRITE PIN-MAILER-RECORD.
060700     MOVE SPACES TO WS-PIN-ENTERED.
060800
060900     MOVE SPACES TO PIN-REGISTER-LINE.
061000     STRING WS-ISSUE-USER-TYPE ' ' WS-ISSUE-USER-ID ' '
061100            WS-MAIL-NAME ' '
061200         DELIMITED BY SIZE
061300         INTO PIN-REGISTER-LINE
061400     END-STRING.
061500     IF WS-CRED-FOUND
061600         MOVE 'RESET - MAILER CUT' TO PIN-REGISTER-LINE(50:18)
061700     ELSE
061800         MOVE 'ISSUED - MAILER CUT' TO PIN-REGISTER-LINE(50:19)
061900     END-IF.
062000     WRITE PIN-REGISTER-LINE.
062100 3000-ISSUE-PIN-EXIT.
062200     EXIT.
062300
062400 3050-NEXT-RANDOM.
062500     COMPUTE WS-PIN-ACCUM = WS-RANDOM-SEED * 48271 + 11.
062600     DIVIDE WS-PIN-ACCUM BY WS-PIN-MODULUS
062700         GIVING WS-PIN-QUOTIENT
062800         REMAINDER WS-RANDOM-SEED.
062900 3050-NEXT-RANDOM-EXIT.
063000     EXIT.
063100
063200 4000-ROLLOUT-STUDENTS.
063300*    FIRST-TIME ISSUE TO EVERY ACTIVE STUDENT WITH NO
063400*    CREDENTIAL YET - ONE WHO ALREADY HAS ONE IS LEFT ALONE.
063500     MOVE LOW-VALUES TO STUDENT-ID.
063600     START STUDENT KEY IS NOT LESS THAN STUDENT-ID
063700         INVALID KEY SET STUDENT-STATUS-EOF TO TRUE
063800     END-START.
063900     PERFORM 4100-ROLLOUT-ONE-STUDENT
064000         THRU 4100-ROLLOUT-ONE-STUDENT-EXIT
064100         UNTIL STUDENT-STATUS-EOF.
064200 4000-ROLLOUT-STUDENTS-EXIT.
064300     EXIT.
064400
064500 4100-ROLLOUT-ONE-STUDENT.
064600     READ STUDENT NEXT
064700         AT END SET STUDENT-STATUS-EOF TO TRUE
064800     END-READ.
064900     IF STUDENT-STATUS-EOF
065000         GO TO 4100-ROLLOUT-ONE-STUDENT-EXIT
065100     END-IF.
065200     IF NOT STU-ACTIVE
065300         GO TO 4100-ROLLOUT-ONE-STUDENT-EXIT
065400     END-IF.
065500     ADD 1 TO WS-ROLLOUT-READ.
065600     SET WS-ISSUING TO TRUE.
065700     MOVE 'S' TO WS-ISSUE-USER-TYPE.
065800     MOVE STUDENT-ID TO WS-ISSUE-USER-ID.
065900     PERFORM 2100-READ-CREDENTIAL
066000         THRU 2100-READ-CREDENTIAL-EXIT.
066100     IF WS-CRED-FOUND
066200         ADD 1 TO WS-ROLLOUT-HELD
066300         GO TO 4100-ROLLOUT-ONE-STUDENT-EXIT
066400     END-IF.
066500*    THE KEYED READ IN 2200 WOULD LOSE THE BROWSE POSITION -
066600*    THE ADDRESS IS TAKEN HERE FROM THE RECORD IN HAND.
066700     MOVE 'E288' TO EXC-REASON-CODE.
066800     MOVE 'NO STUDADDR MAILING ADDRESS' TO EXC-REASON-TEXT.
066900     IF NOT WS-ADDR-FILE-OPEN
067000         PERFORM 2900-WRITE-EXCEPTION
067100             THRU 2900-WRITE-EXCEPTION-EXIT
067200         GO TO 4100-ROLLOUT-ONE-STUDENT-EXIT
067300     END-IF.
067400     MOVE STUDENT-ID TO ADDR-STUDENT-ID.
067500     READ ADDRESS-FILE
067600         INVALID KEY MOVE SPACES TO ADDR-STREET
067700     END-READ.
067800     IF ADDR-STREET = SPACES
067900         PERFORM 2900-WRITE-EXCEPTION
068000             THRU 2900-WRITE-EXCEPTION-EXIT
068100         GO TO 4100-ROLLOUT-ONE-STUDENT-EXIT
068200     END-IF.
068300     MOVE NAME        TO WS-MAIL-NAME.
068400     MOVE ADDR-STREET TO WS-MAIL-STREET.
068500     MOVE ADDR-CITY   TO WS-MAIL-CITY.
068600     MOVE ADDR-STATE  TO WS-MAIL-STATE.
068700     MOVE ADDR-ZIP    TO WS-MAIL-ZIP.
068800     PERFORM 3000-ISSUE-PIN
068900         THRU 3000-ISSUE-PIN-EXIT.
069000 4100-ROLLOUT-ONE-STUDENT-EXIT.
069100     EXIT.
069200
069300 8900-HASH-PIN.
069400*    SEE PINHASH - THESE PARAGRAPHS ARE THE SAME IN PINISSUE,
069500*    STUDWEB AND OWNWEB.  WS-PIN-ENTERED AND WS-PIN-SALT IN,
069600*    WS-PIN-HASH OUT.
069700     MOVE WS-PIN-SALT TO WS-PIN-HASH.
069800     PERFORM 8910-HASH-ONE-ROUND
069900         THRU 8910-HASH-ONE-ROUND-EXIT
070000         VARYING WS-PIN-ROUND FROM 1 BY 1
070100         UNTIL WS-PIN-ROUND > WS-PIN-ROUNDS.
070200 8900-HASH-PIN-EXIT.
070300     EXIT.
070400
070500 8910-HASH-ONE-ROUND.
070600     PERFORM 8920-HASH-ONE-DIGIT
070700         THRU 8920-HASH-ONE-DIGIT-EXIT
070800         VARYING WS-PIN-SUB FROM 1 BY 1
070900         UNTIL WS-PIN-SUB > 6.
071000 8910-HASH-ONE-ROUND-EXIT.
071100     EXIT.
071200
071300 8920-HASH-ONE-DIGIT.
071400     COMPUTE WS-PIN-ACCUM = WS-PIN-HASH * 7919
071500         + WS-PIN-DIGIT(WS-PIN-SUB) * 104729
071600         + WS-PIN-ROUND + WS-PIN-SALT.
071700     DIVIDE WS-PIN-ACCUM BY WS-PIN-MODULUS
071800         GIVING WS-PIN-QUOTIENT
071900         REMAINDER WS-PIN-HASH.
072000 8920-HASH-ONE-DIGIT-EXIT.
072100     EXIT.
072200
072300 9000-FINISH.
072400     MOVE SPACES TO PIN-REGISTER-LINE.
072500     WRITE PIN-REGISTER-LINE.
072600     MOVE WS-PINS-ISSUED TO WS-COUNT-EDIT.
072700     MOVE SPACES TO PIN-REGISTER-LINE.
072800     STRING 'PINS ISSUED  ' WS-COUNT-EDIT
072900         DELIMITED BY SIZE
073000         INTO PIN-REGISTER-LINE
073100     END-STRING.
073200     WRITE PIN-REGISTER-LINE.
073300     MOVE WS-PINS-RESET TO WS-COUNT-EDIT.
073400     MOVE SPACES TO PIN-REGISTER-LINE.
073500     STRING 'PINS RESET   ' WS-COUNT-EDIT
073600         DELIMITED BY SIZE
073700         INTO PIN-REGISTER-LINE
073800     END-STRING.
073900     WRITE PIN-REGISTER-LINE.
074000     MOVE WS-TRANS-REJECTED TO WS-COUNT-EDIT.
074100     MOVE SPACES TO PIN-REGISTER-LINE.
074200     STRING 'NOT MAILED   ' WS-COUNT-EDIT
074300            '  (SEE PINEXC)'
074400         DELIMITED BY SIZE
074500         INTO PIN-REGISTER-LINE
074600     END-STRING.
074700     WRITE PIN-REGISTER-LINE.
074800
074900     CLOSE STUDENT.
075000     IF WS-ADDR-FILE-OPEN
075100         CLOSE ADDRESS-FILE
075200     END-IF.
075300     IF WS-OWNER-FILE-OPEN
075400         CLOSE OWNER-MASTER
075500     END-IF.
075600     CLOSE CREDENTIAL-FILE.
075700     CLOSE PIN-TRAN-FILE.
075800     CLOSE PIN-MAILER-FILE.
075900     CLOSE PIN-REGISTER.
076000     CLOSE EXCEPTION-FILE.
076100     DISPLAY 'PINISSUE - TRANSACTIONS READ : ' WS-TRANS-READ.
076200     DISPLAY 'PINISSUE - ROLLOUT STUDENTS  : ' WS-ROLLOUT-READ.
076300     DISPLAY 'PINISSUE - ALREADY HAD A PIN : ' WS-ROLLOUT-HELD.
076400     DISPLAY 'PINISSUE - PINS ISSUED       : ' WS-PINS-ISSUED.
076500     DISPLAY 'PINISSUE - PINS RESET        : ' WS-PINS-RESET.
076600     DISPLAY 'PINISSUE - NOT MAILED        : ' WS-TRANS-REJECTED.
076700     DISPLAY 'PINISSUE - RETURN CODE       : ' WS-RETURN-CODE.
076800 9000-FINISH-EXIT.
076900     EXIT.
077000
077100 9999-EXIT.
077200     STOP RUN.
