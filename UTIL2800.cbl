000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. UTIL2800.                                            00020000
000300******************************************************************00030000
000400*  Programmer.: Clay Rasmussen                                    00040000
000500*  Date.......: October 15, 2026                                  00050000
000600*  GitHub URL.: github.com/Clay-Rasmussen/CobolUtil2000           00060000
000700*  Description: This COBOL program posts billing adjustments and  00070000
000800*  credit memos from a batch ADJTRANS file, so a wrong bill is    00080000
000900*  corrected on the account instead of hand-keyed around          00090000
001000*  UTIL2000's quote mode. Each adjustment - a misread credit,     00100000
001100*  a fee waiver, a late-fee reversal, or a debit correction -     00110000
001200*  is edited against CUSTMAST, BALFWD, and the per-type limits    00120000
001300*  in ADJCTL. A good one moves BF-PRIOR-BALANCE in place,         00130000
001400*  posts offsetting GLEXPORT rows under the class revenue code    00140000
001500*  and the tax codes GLMAP maps, and lands on ADJPOST so the      00150002
001600*  next cycle bill shows it as its own ADJUSTMENTS line. Every    00160000
001700*  adjustment, applied or rejected, is logged to ADJAUDIT the     00170000
001800*  way WOFFAUD logs write-offs; rejects (over-limit included)     00180000
001900*  also list on the ADJEXCP exception report, and every posted    00190001
001910*  one is appended to the ARLEDGER receivable ledger.             00191001
002000******************************************************************00200000
002100 ENVIRONMENT DIVISION.                                            00210000
002200 INPUT-OUTPUT SECTION.                                            00220000
002300 FILE-CONTROL.                                                    00230000
002400**************************************************************    00240000
002500* ADJTRANS - the adjustment transactions: "M" misread credit,     00250000
002600* "F" fee waiver, "L" late-fee reversal, "D" debit correction     00260000
002700**************************************************************    00270000
002800     SELECT ADJTRANS-FILE ASSIGN TO "ADJTRANS"                    00280000
002900         ORGANIZATION IS LINE SEQUENTIAL                          00290000
003000         FILE STATUS IS WS-ADJTRANS-STATUS.                       00300000
003100                                                                  00310000
003200**************************************************************    00320000
003300* ADJCTL - the most one adjustment of each type may be without    00330000
003400* a supervisor's rebill; a missing ADJCTL falls back to the       00340000
003500* shop defaults below                                             00350000
003600**************************************************************    00360000
003700     SELECT ADJCTL-FILE ASSIGN TO "ADJCTL"                        00370000
003800         ORGANIZATION IS LINE SEQUENTIAL                          00380000
003900         FILE STATUS IS WS-ADJCTL-STATUS.                         00390000
004000                                                                  00400000
004100**************************************************************    00410000
004200* CUSTMAST - customer master, for the account's existence,        00420000
004300* class (revenue code) and jurisdiction (tax rates)               00430000
004400**************************************************************    00440000
004500     SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"                    00450000
004600         ORGANIZATION IS LINE SEQUENTIAL                          00460000
004700         FILE STATUS IS WS-CUSTMAST-STATUS.                       00470000
004800                                                                  00480000
004900**************************************************************    00490000
005000* TAXPARM - tax schedules by jurisdiction, as UTIL2000 loads      00500000
005100* them, to back the tax out of a taxable adjustment               00510000
005200**************************************************************    00520000
005300     SELECT TAXPARM-FILE ASSIGN TO "TAXPARM"                      00530000
005400         ORGANIZATION IS LINE SEQUENTIAL                          00540000
005500         FILE STATUS IS WS-TAXPARM-STATUS.                        00550000
005510                                                                  00551002
005520**************************************************************    00552002
005530* GLMAP - accounting's GL account map, as UTIL2000 loads it:      00553002
005540* the GL account, side, and offset for each transaction type      00554002
005550**************************************************************    00555002
005560     SELECT GLMAP-FILE ASSIGN TO "GLMAP"                          00556002
005570         ORGANIZATION IS LINE SEQUENTIAL                          00557002
005580         FILE STATUS IS WS-GLMAP-STATUS.                          00558002
005600                                                                  00560000
005700**************************************************************    00570000
005800* BALFWD - the carried balances the adjustments post to,          00580000
005900* updated in place by account                                     00590000
006000**************************************************************    00600000
006100     SELECT BALFWD-FILE ASSIGN TO "BALFWD"                        00610000
006200         ORGANIZATION IS INDEXED                                  00620000
006300         ACCESS MODE IS RANDOM                                    00630000
006400         RECORD KEY IS BF-ACCT-NUM                                00640000
006500         FILE STATUS IS WS-BALFWD-STATUS.                         00650000
006600                                                                  00660000
006700**************************************************************    00670000
006800* ADJPOST - net adjustments posted since the account last         00680000
006900* billed, keyed by account; UTIL2000 shows them on the next       00690000
007000* bill and consumes them. OPTIONAL: a first run creates it.       00700000
007100**************************************************************    00710000
007200     SELECT OPTIONAL ADJPOST-FILE ASSIGN TO "ADJPOST"             00720000
007300         ORGANIZATION IS INDEXED                                  00730000
007400         ACCESS MODE IS RANDOM                                    00740000
007500         RECORD KEY IS AP-ACCT-NUM                                00750000
007600         FILE STATUS IS WS-ADJPOST-STATUS.                        00760000
007700                                                                  00770000
007800**************************************************************    00780000
007900* GLEXPORT - extended with the offsetting revenue and tax         00790000
008000* rows for each posted adjustment                                 00800000
008100**************************************************************    00810000
008200     SELECT GLEXPORT-FILE ASSIGN TO "GLEXPORT"                    00820000
008300         ORGANIZATION IS LINE SEQUENTIAL                          00830000
008400         FILE STATUS IS WS-GLEXPORT-STATUS.                       00840000
008500                                                                  00850000
008600**************************************************************    00860000
008700* ADJAUDIT - one record per adjustment with disposition,          00870000
008800* reason, and the balance before and after                        00880000
008900**************************************************************    00890000
009000     SELECT ADJAUDIT-FILE ASSIGN TO "ADJAUDIT"                    00900000
009100         ORGANIZATION IS LINE SEQUENTIAL                          00910000
009200         FILE STATUS IS WS-ADJAUDIT-STATUS.                       00920000
009300                                                                  00930000
009400**************************************************************    00940000
009500* ADJEXCP - the printed exception report of adjustments           00950000
009600* rejected instead of posted                                      00960000
009700**************************************************************    00970000
009800     SELECT ADJEXCP-FILE ASSIGN TO "ADJEXCP"                      00980000
009900         ORGANIZATION IS LINE SEQUENTIAL                          00990000
010000         FILE STATUS IS WS-ADJEXCP-STATUS.                        01000000
010010                                                                  01001001
010020**************************************************************    01002001
010030* ARLEDGER - the receivable ledger; each posted adjustment is     01003001
010040* appended to it. OPTIONAL: the first run creates it.             01004001
010050**************************************************************    01005001
010060     SELECT OPTIONAL ARLEDGER-FILE ASSIGN TO "ARLEDGER"           01006001
010070         ORGANIZATION IS LINE SEQUENTIAL                          01007001
010080         FILE STATUS IS WS-ARLEDGER-STATUS.                       01008001
010100                                                                  01010000
010200 DATA DIVISION.                                                   01020000
010300 FILE SECTION.                                                    01030000
010400**************************************************************    01040000
010500* ADJTRANS RECORD - one adjustment: type, account, amount         01050000
010600* (always positive; the type says which way it moves the          01060000
010700* balance), and the billing clerk's reason                        01070000
010800**************************************************************    01080000
010900 FD  ADJTRANS-FILE.                                               01090000
011000 01  ADJTRANS-REC.                                                01100000
011100     05  AJ-ADJ-TYPE         PIC X(1).                            01110000
011200     05  AJ-ACCT-NUM         PIC X(6).                            01120000
011300     05  AJ-AMOUNT           PIC X(8).                            01130000
011400     05  AJ-REASON           PIC X(20).                           01140000
011500                                                                  01150000
011600**************************************************************    01160000
011700* ADJCTL RECORD - the per-type adjustment limits                  01170000
011800**************************************************************    01180000
011900 FD  ADJCTL-FILE.                                                 01190000
012000 01  ADJCTL-REC.                                                  01200000
012100     05  AC-MISREAD-LIMIT     PIC 9(5)V99.                        01210000
012200     05  AC-FEE-LIMIT         PIC 9(5)V99.                        01220000
012300     05  AC-LATEFEE-LIMIT     PIC 9(5)V99.                        01230000
012400     05  AC-DEBIT-LIMIT       PIC 9(5)V99.                        01240000
012500                                                                  01250000
012600**************************************************************    01260000
012700* CUSTMAST RECORD - account/name/kwh/fee for one customer         01270000
012800**************************************************************    01280000
012900 FD  CUSTMAST-FILE.                                               01290000
013000 01  CUSTMAST-REC.                                                01300000
013100     05  CM-ACCT-NUM         PIC X(6).                            01310000
013200     05  CM-CLASS-CODE       PIC X(1).                            01320000
013300     05  CM-CUST-NAME        PIC X(12).                           01330000
013400     05  CM-KWH-USED         PIC 9(5).                            01340000
013500     05  CM-SERVICE-FEE      PIC 9(3)V99.                         01350000
013600     05  CM-JURIS-CODE       PIC X(2).                            01360000
013700     05  CM-CYCLE-CODE       PIC X(2).                            01370000
013800     05  CM-SVC-ADDR         PIC X(25).                           01380000
013900     05  CM-MAIL-ADDR        PIC X(25).                           01390000
014000     05  CM-MAIL-CITY        PIC X(15).                           01400000
014100     05  CM-MAIL-STATE       PIC X(2).                            01410000
014200     05  CM-MAIL-ZIP         PIC X(5).                            01420000
014300     05  CM-UNDELIV-SW       PIC X(1).                            01430000
014400                                                                  01440000
014500**************************************************************    01450000
014600* TAXPARM RECORD - one jurisdiction's tax schedule effective      01460000
014700* from TX-EFF-DATE                                                01470000
014800**************************************************************    01480000
014900 FD  TAXPARM-FILE.                                                01490000
015000 01  TAXPARM-REC.                                                 01500000
015100     05  TX-EFF-DATE          PIC 9(8).                           01510000
015200     05  TX-JURIS-CODE        PIC X(2).                           01520000
015300     05  TX-STATE-RATE        PIC V9(4).                          01530000
015400     05  TX-FRANCHISE-RATE    PIC V9(4).                          01540000
015500                                                                  01550000
015600**************************************************************    01560000
015605* GLMAP RECORD - same layout UTIL2000 loads; a blank class is     01560502
015610* the type's default row                                          01561002
015615**************************************************************    01561502
015620 FD  GLMAP-FILE.                                                  01562002
015625 01  GLMAP-REC.                                                   01562502
015630     05  GM-TRAN-TYPE         PIC X(4).                           01563002
015635     05  GM-CLASS-CODE        PIC X(1).                           01563502
015640     05  GM-GL-ACCOUNT        PIC X(4).                           01564002
015645     05  GM-GL-SIDE           PIC X(1).                           01564502
015650     05  GM-OFFSET-ACCOUNT    PIC X(4).                           01565002
015655     05  GM-DESCRIPTION       PIC X(20).                          01565502
015660                                                                  01566002
015665**************************************************************    01566502
015700* BALFWD RECORD - must stay in step with the layout UTIL2000      01570000
015800* maintains in 290-UPDATE-BALANCE-ENTRY                           01580000
015900**************************************************************    01590000
016000 FD  BALFWD-FILE.                                                 01600000
016100 01  BALFWD-REC.                                                  01610000
016200     05  BF-ACCT-NUM          PIC X(6).                           01620000
016300     05  BF-PRIOR-BALANCE     PIC S9(6)V99.                       01630000
016400     05  BF-CYCLES-PAST-DUE   PIC 9(2).                           01640000
016500                                                                  01650000
016600**************************************************************    01660000
016700* ADJPOST RECORD - one account's net adjustments since its        01670000
016800* last bill (credits ride negative, as on BALFWD) and the         01680000
016900* date the latest one posted                                      01690000
017000**************************************************************    01700000
017100 FD  ADJPOST-FILE.                                                01710000
017200 01  ADJPOST-REC.                                                 01720000
017300     05  AP-ACCT-NUM          PIC X(6).                           01730000
017400     05  AP-ADJ-AMOUNT        PIC S9(6)V99.                       01740000
017500     05  AP-POST-DATE         PIC 9(8).                           01750000
017600                                                                  01760000
017700**************************************************************    01770000
017800* GLEXPORT RECORD - same layout UTIL2000 writes                   01780000
017900**************************************************************    01790000
018000 FD  GLEXPORT-FILE.                                               01800000
018100 01  GLEXPORT-REC.                                                01810000
018200     05  GL-ACCT-NUM           PIC X(6).                          01820000
018300     05  GL-REVENUE-CODE       PIC X(4).                          01830000
018400     05  GL-AMOUNT             PIC S9(8)V99.                      01840000
018410     05  GL-TRAN-TYPE          PIC X(4).                          01841002
018420     05  GL-DR-CR              PIC X(1).                          01842002
018430     05  GL-OFFSET-CODE        PIC X(4).                          01843002
018440     05  GL-POST-DATE          PIC 9(8).                          01844002
018500                                                                  01850000
018600**************************************************************    01860000
018700* ADJAUDIT RECORD - disposition of one adjustment with the        01870000
018800* carried balance before and after it was applied                 01880000
018900**************************************************************    01890000
019000 FD  ADJAUDIT-FILE.                                               01900000
019100 01  ADJAUDIT-REC.                                                01910000
019200     05  AA-RUN-DATE         PIC 9(8).                            01920000
019300     05  AA-ADJ-TYPE         PIC X(1).                            01930000
019400     05  AA-ACCT-NUM         PIC X(6).                            01940000
019500     05  AA-AMOUNT           PIC 9(6)V99.                         01950000
019600     05  AA-STATUS           PIC X(8).                            01960000
019700     05  AA-REASON           PIC X(30).                           01970000
019800     05  AA-ADJ-REASON       PIC X(20).                           01980000
019900     05  AA-BEFORE-BAL       PIC S9(6)V99.                        01990000
020000     05  AA-AFTER-BAL        PIC S9(6)V99.                        02000000
020100                                                                  02010000
020200**************************************************************    02020000
020300* ADJEXCP RECORD - one print line of the exception report         02030000
020400**************************************************************    02040000
020500 FD  ADJEXCP-FILE.                                                02050000
020600 01  ADJEXCP-REC                PIC X(132).                       02060000
020700                                                                  02070000
020705**************************************************************    02070501
020710* ARLEDGER RECORD - must stay in step with the layout UTIL2000    02071001
020715* appends in 296-WRITE-LEDGER-ENTRY                               02071501
020720**************************************************************    02072001
020725 FD  ARLEDGER-FILE.                                               02072501
020730 01  ARLEDGER-REC.                                                02073001
020735     05  AL-ACCT-NUM          PIC X(6).                           02073501
020740     05  AL-TRAN-DATE         PIC 9(8).                           02074001
020745     05  AL-TRAN-TYPE         PIC X(4).                           02074501
020750     05  AL-AMOUNT            PIC S9(6)V99.                       02075001
020755     05  AL-RUN-BALANCE       PIC S9(6)V99.                       02075501
020760     05  AL-MEMO-SW           PIC X(1).                           02076001
020765     05  AL-PROGRAM           PIC X(8).                           02076501
020770                                                                  02077001
020800 WORKING-STORAGE SECTION.                                         02080000
020900                                                                  02090000
021000******************************************************************02100000
021100* CONSTANTS - the shop-standard limits used when no ADJCTL is     02110000
021200* supplied. Anything bigger is a rebill, not an adjustment.       02120000
021300******************************************************************02130000
021400 01  WS-DEFAULT-MISREAD-LIMIT PIC 9(5)V99  VALUE 500.00.          02140000
021500 01  WS-DEFAULT-FEE-LIMIT     PIC 9(5)V99  VALUE 100.00.          02150000
021600 01  WS-DEFAULT-LATEFEE-LIMIT PIC 9(5)V99  VALUE 250.00.          02160000
021700 01  WS-DEFAULT-DEBIT-LIMIT   PIC 9(5)V99  VALUE 500.00.          02170000
021800                                                                  02180000
021900 01  WS-MISREAD-LIMIT         PIC 9(5)V99  VALUE 0.               02190000
022000 01  WS-FEE-LIMIT             PIC 9(5)V99  VALUE 0.               02200000
022100 01  WS-LATEFEE-LIMIT         PIC 9(5)V99  VALUE 0.               02210000
022200 01  WS-DEBIT-LIMIT           PIC 9(5)V99  VALUE 0.               02220000
022300 01  WS-TYPE-LIMIT            PIC 9(5)V99  VALUE 0.               02230000
022400                                                                  02240000
022500******************************************************************02250000
022600* CUSTOMER ACCOUNT TABLE - every account's class and              02260000
022700* jurisdiction, loaded up front so each adjustment can be         02270000
022800* matched without rereading the master. Same bounded-table        02280000
022900* approach as UTIL3100.                                           02290000
023000******************************************************************02300000
023100 01  WS-CUST-TABLE.                                               02310000
023200     05  WS-CUST-ENTRY OCCURS 5000 TIMES                          02320000
023300             INDEXED BY WS-CUST-IDX.                              02330000
023400         10  WS-CT-ACCT-NUM       PIC X(6)  VALUE SPACES.         02340000
023500         10  WS-CT-CLASS-CODE     PIC X(1)  VALUE SPACES.         02350000
023600         10  WS-CT-JURIS-CODE     PIC X(2)  VALUE SPACES.         02360000
023700 01  WS-CUST-COUNT            PIC 9(5)     VALUE 0.               02370000
023800 01  WS-CUST-FOUND-SW         PIC X(1)     VALUE "N".             02380000
023900     88  WS-CUST-FOUND                     VALUE "Y".             02390000
024000                                                                  02400000
024100******************************************************************02410000
024200* PER-JURISDICTION TAX TABLE - loaded the way UTIL2000's          02420000
024300* 055-LOAD-TAXES loads it.                                        02430000
024400******************************************************************02440000
024500 01  WS-TAX-TABLE.                                                02450000
024600     05  WS-TAX-ENTRY OCCURS 10 TIMES                             02460000
024700             INDEXED BY WS-TAX-IDX.                               02470000
024800         10  WS-TX-JURIS-CODE     PIC X(2)   VALUE SPACES.        02480000
024900         10  WS-TX-EFF-DATE       PIC 9(8)   VALUE 0.             02490000
025000         10  WS-TX-STATE-RATE     PIC V9(4)  VALUE 0.             02500000
025100         10  WS-TX-FRANCHISE-RATE PIC V9(4)  VALUE 0.             02510000
025200 01  WS-TAX-EOF-SW            PIC X(1)     VALUE "N".             02520000
025300     88  WS-EOF-TAXPARM                    VALUE "Y".             02530000
025400 01  WS-TAX-LOADED-SW         PIC X(1)     VALUE "N".             02540000
025500     88  WS-TAX-LOADED                     VALUE "Y".             02550000
025600 01  WS-TAX-FOUND-SW          PIC X(1)     VALUE "N".             02560000
025700     88  WS-TAX-FOUND                      VALUE "Y".             02570000
025800                                                                  02580000
025900******************************************************************02590000
026000* CURRENT TRANSACTION FIELDS - the amount arrives as display      02600000
026100* characters and is proven numeric before it is used, the same    02610000
026200* way UTIL3100 edits DEPTRANS amounts. WS-SIGNED-AMT is the       02620000
026300* amount as it moves the balance: credits negative.               02630000
026400******************************************************************02640000
026500 01  WS-TRAN-AMT              PIC 9(6)V99  VALUE 0.               02650000
026600 01  WS-TRAN-AMT-X REDEFINES WS-TRAN-AMT PIC X(8).                02660000
026700 01  WS-TRAN-VALID-SW         PIC X(1)     VALUE "Y".             02670000
026800     88  WS-TRAN-VALID                     VALUE "Y".             02680000
026900 01  WS-REJECT-REASON         PIC X(30)    VALUE SPACES.          02690000
027000 01  WS-BAL-FOUND-SW          PIC X(1)     VALUE "N".             02700000
027100     88  WS-BAL-FOUND                      VALUE "Y".             02710000
027200 01  WS-ADJP-FOUND-SW         PIC X(1)     VALUE "N".             02720000
027300     88  WS-ADJP-FOUND                     VALUE "Y".             02730000
027400 01  WS-SIGNED-AMT            PIC S9(6)V99 VALUE 0.               02740000
027500 01  WS-BEFORE-BAL            PIC S9(6)V99 VALUE 0.               02750000
027600 01  WS-AFTER-BAL             PIC S9(6)V99 VALUE 0.               02760000
027700                                                                  02770000
027800******************************************************************02780000
027900* GL OFFSET WORK AREAS - a taxable adjustment (misread credit,    02790000
028000* fee waiver, debit correction) is split back into revenue and    02800000
028100* the two taxes at the account's jurisdiction rates, so the       02810000
028200* offset lands on the same codes the bill posted to. A late       02820000
028300* fee was never taxed and offsets revenue whole.                  02830000
028400******************************************************************02840000
028500 01  WS-GL-REVENUE-CODE       PIC X(4)     VALUE SPACES.          02850000
028600 01  WS-TAX-DIVISOR           PIC 9V9(4)   VALUE 0.               02860000
028700 01  WS-ADJ-BASE              PIC 9(6)V99  VALUE 0.               02870000
028800 01  WS-ADJ-STATE-TAX         PIC 9(6)V99  VALUE 0.               02880000
028900 01  WS-ADJ-FRANCHISE         PIC 9(6)V99  VALUE 0.               02890000
029000 01  WS-ADJ-REVENUE           PIC 9(6)V99  VALUE 0.               02900000
029100 01  WS-GL-SIGNED-AMT         PIC S9(8)V99 VALUE 0.               02910000
029200                                                                  02920000
029300******************************************************************02930000
029302* GLMAP TABLE - every GLMAP row, loaded by 058-LOAD-GL-MAP;       02930202
029304* 637-FIND-GL-ACCOUNT picks a transaction type's GL code,         02930402
029306* side, and offset from it for the customer class in hand.        02930602
029308******************************************************************02930802
029310 01  WS-GL-TRAN-TYPE          PIC X(4)     VALUE SPACES.          02931002
029312 01  WS-GL-CLASS-CODE         PIC X(1)     VALUE SPACE.           02931202
029314 01  WS-GL-SIDE               PIC X(1)     VALUE SPACE.           02931402
029316 01  WS-GL-OFFSET-CODE        PIC X(4)     VALUE SPACES.          02931602
029318 01  WS-GLMAP-FOUND-SW        PIC X(1)     VALUE "N".             02931802
029320     88  WS-GLMAP-FOUND                    VALUE "Y".             02932002
029322 01  WS-GLMAP-TABLE.                                              02932202
029324     05  WS-GLMAP-ENTRY OCCURS 100 TIMES                          02932402
029326             INDEXED BY WS-GLMAP-IDX.                             02932602
029328         10  WS-GM-TRAN-TYPE      PIC X(4)  VALUE SPACES.         02932802
029330         10  WS-GM-CLASS-CODE     PIC X(1)  VALUE SPACE.          02933002
029332         10  WS-GM-GL-ACCOUNT     PIC X(4)  VALUE SPACES.         02933202
029334         10  WS-GM-GL-SIDE        PIC X(1)  VALUE SPACE.          02933402
029336         10  WS-GM-OFFSET-ACCOUNT PIC X(4)  VALUE SPACES.         02933602
029338 01  WS-GLMAP-COUNT           PIC 9(3)     VALUE 0.               02933802
029340 01  WS-GLMAP-EOF-SW          PIC X(1)     VALUE "N".             02934002
029342     88  WS-EOF-GLMAP                      VALUE "Y".             02934202
029344                                                                  02934402
029346******************************************************************02934602
029400* FILE STATUS / END-OF-FILE SWITCHES                              02940000
029500******************************************************************02950000
029600 01  WS-ADJTRANS-STATUS       PIC X(2)     VALUE "00".            02960000
029700 01  WS-ADJCTL-STATUS         PIC X(2)     VALUE "00".            02970000
029800 01  WS-CUSTMAST-STATUS       PIC X(2)     VALUE "00".            02980000
029900 01  WS-TAXPARM-STATUS        PIC X(2)     VALUE "00".            02990000
029910 01  WS-GLMAP-STATUS          PIC X(2)     VALUE "00".            02991002
030000 01  WS-BALFWD-STATUS         PIC X(2)     VALUE "00".            03000000
030100 01  WS-ADJPOST-STATUS        PIC X(2)     VALUE "00".            03010000
030200 01  WS-GLEXPORT-STATUS       PIC X(2)     VALUE "00".            03020000
030300 01  WS-ADJAUDIT-STATUS       PIC X(2)     VALUE "00".            03030000
030400 01  WS-ADJEXCP-STATUS        PIC X(2)     VALUE "00".            03040000
030410 01  WS-ARLEDGER-STATUS       PIC X(2)     VALUE "00".            03041001
030500 01  WS-ADJTRANS-EOF-SW       PIC X(1)     VALUE "N".             03050000
030600     88  WS-EOF-ADJTRANS                   VALUE "Y".             03060000
030700 01  WS-CUSTMAST-EOF-SW       PIC X(1)     VALUE "N".             03070000
030800     88  WS-EOF-CUSTMAST                   VALUE "Y".             03080000
030900                                                                  03090000
031000******************************************************************03100000
031100* RUN COUNTERS AND REPORT WORK AREAS                              03110000
031200******************************************************************03120000
031300 01  WS-CREDIT-COUNT          PIC 9(5)     VALUE 0.               03130000
031400 01  WS-DEBIT-COUNT           PIC 9(5)     VALUE 0.               03140000
031500 01  WS-REJECT-COUNT          PIC 9(5)     VALUE 0.               03150000
031600 01  WS-CREDIT-TOTAL          PIC 9(8)V99  VALUE 0.               03160000
031700 01  WS-DEBIT-TOTAL           PIC 9(8)V99  VALUE 0.               03170000
031800 01  WS-ADJEXCP-LINE          PIC X(132)   VALUE SPACES.          03180000
031900 01  WS-SYS-DATE8             PIC 9(8)     VALUE 0.               03190000
032000 01  WS-SYS-DATE-R REDEFINES WS-SYS-DATE8.                        03200000
032100     05  WS-SYS-CCYY          PIC 9(4).                           03210000
032200     05  WS-SYS-MM            PIC 99.                             03220000
032300     05  WS-SYS-DD            PIC 99.                             03230000
032400 01  WS-RUN-DATE-ED           PIC X(8)     VALUE SPACES.          03240000
032500                                                                  03250000
032600******************************************************************03260000
032700* EDITED FIELDS FOR DISPLAY                                       03270000
032800******************************************************************03280000
032900 01  WS-MONEY-ED              PIC $$,$$$,$$9.99.                  03290000
033000 01  WS-COUNT-ED              PIC ZZ,ZZ9.                         03300000
033100                                                                  03310000
033200******************************************************************03320000
033300* IT'S GO TIME!                                                   03330000
033400******************************************************************03340000
033500 PROCEDURE DIVISION.                                              03350000
033600                                                                  03360000
033700******************************************************************03370000
033800* MAINLINE - LOAD THE LIMITS, ACCOUNTS AND TAXES, OPEN            03380000
033900* EVERYTHING, EDIT AND POST EACH ADJUSTMENT, CLOSE WITH RUN       03390000
034000* TOTALS, THEN STOP                                               03400000
034100******************************************************************03410000
034200 000-MAIN.                                                        03420000
034300     DISPLAY '*********************************************'.     03430000
034400     DISPLAY '*** UTIL2800 - BILLING ADJUSTMENT POSTING ***'.     03440000
034500     DISPLAY '*********************************************'.     03450000
034600     DISPLAY ' '.                                                 03460000
034700                                                                  03470000
034800     ACCEPT WS-SYS-DATE8 FROM DATE YYYYMMDD.                      03480000
034900     PERFORM 040-LOAD-LIMITS.                                     03490000
035000     PERFORM 050-LOAD-CUST-ACCOUNTS.                              03500000
035100     PERFORM 055-LOAD-TAXES.                                      03510000
035110     PERFORM 058-LOAD-GL-MAP.                                     03511002
035200                                                                  03520000
035300     OPEN I-O BALFWD-FILE.                                        03530000
035400     IF WS-BALFWD-STATUS = "35"                                   03540000
035500         DISPLAY 'NO BALFWD FOUND - NOTHING TO ADJUST'            03550000
035600         MOVE 16 TO RETURN-CODE                                   03560000
035700         STOP RUN                                                 03570000
035800     END-IF.                                                      03580000
035900     IF WS-BALFWD-STATUS NOT = "00"                               03590000
036000         DISPLAY 'UNABLE TO OPEN BALFWD, STATUS: '                03600000
036100             WS-BALFWD-STATUS                                     03610000
036200         STOP RUN                                                 03620000
036300     END-IF.                                                      03630000
036400                                                                  03640000
036500     PERFORM 100-OPEN-FILES.                                      03650000
036600                                                                  03660000
036700     PERFORM 700-READ-ADJTRANS.                                   03670000
036800     PERFORM UNTIL WS-EOF-ADJTRANS                                03680000
036900         PERFORM 600-EDIT-ADJUSTMENT                              03690000
037000         PERFORM 700-READ-ADJTRANS                                03700000
037100     END-PERFORM.                                                 03710000
037200                                                                  03720000
037300     PERFORM 800-CLOSE-WITH-TOTALS.                               03730000
037400     STOP RUN.                                                    03740000
037500                                                                  03750000
037600******************************************************************03760000
037700* Read the per-type limits from ADJCTL. No ADJCTL (or an          03770000
037800* empty one) means the shop defaults stand, not an error; a       03780000
037900* zero limit in ADJCTL keeps the default for that type.           03790000
038000******************************************************************03800000
038100 040-LOAD-LIMITS.                                                 03810000
038200     MOVE WS-DEFAULT-MISREAD-LIMIT TO WS-MISREAD-LIMIT.           03820000
038300     MOVE WS-DEFAULT-FEE-LIMIT     TO WS-FEE-LIMIT.               03830000
038400     MOVE WS-DEFAULT-LATEFEE-LIMIT TO WS-LATEFEE-LIMIT.           03840000
038500     MOVE WS-DEFAULT-DEBIT-LIMIT   TO WS-DEBIT-LIMIT.             03850000
038600     OPEN INPUT ADJCTL-FILE.                                      03860000
038700     IF WS-ADJCTL-STATUS = "35"                                   03870000
038800         DISPLAY 'NO ADJCTL FOUND, USING DEFAULT LIMITS'          03880000
038900     ELSE                                                         03890000
039000         IF WS-ADJCTL-STATUS NOT = "00"                           03900000
039100             DISPLAY 'UNABLE TO OPEN ADJCTL, STATUS: '            03910000
039200                 WS-ADJCTL-STATUS                                 03920000
039300             STOP RUN                                             03930000
039400         END-IF                                                   03940000
039500                                                                  03950000
039600         READ ADJCTL-FILE                                         03960000
039700             AT END                                               03970000
039800                 DISPLAY 'ADJCTL IS EMPTY, USING DEFAULT '        03980000
039900                     'LIMITS'                                     03990000
040000             NOT AT END                                           04000000
040100                 IF AC-MISREAD-LIMIT > 0                          04010000
040200                     MOVE AC-MISREAD-LIMIT                        04020000
040300                         TO WS-MISREAD-LIMIT                      04030000
040400                 END-IF                                           04040000
040500                 IF AC-FEE-LIMIT > 0                              04050000
040600                     MOVE AC-FEE-LIMIT TO WS-FEE-LIMIT            04060000
040700                 END-IF                                           04070000
040800                 IF AC-LATEFEE-LIMIT > 0                          04080000
040900                     MOVE AC-LATEFEE-LIMIT                        04090000
041000                         TO WS-LATEFEE-LIMIT                      04100000
041100                 END-IF                                           04110000
041200                 IF AC-DEBIT-LIMIT > 0                            04120000
041300                     MOVE AC-DEBIT-LIMIT TO WS-DEBIT-LIMIT        04130000
041400                 END-IF                                           04140000
041500         END-READ                                                 04150000
041600         CLOSE ADJCTL-FILE                                        04160000
041700     END-IF.                                                      04170000
041800                                                                  04180000
041900******************************************************************04190000
042000* Load every CUSTMAST account with its class and                  04200000
042100* jurisdiction. CUSTMAST is required - a posting run without      04210000
042200* the master would reject everything.                             04220000
042300******************************************************************04230000
042400 050-LOAD-CUST-ACCOUNTS.                                          04240000
042500     OPEN INPUT CUSTMAST-FILE.                                    04250000
042600     IF WS-CUSTMAST-STATUS NOT = "00"                             04260000
042700         DISPLAY 'UNABLE TO OPEN CUSTMAST, STATUS: '              04270000
042800             WS-CUSTMAST-STATUS                                   04280000
042900         STOP RUN                                                 04290000
043000     END-IF.                                                      04300000
043100                                                                  04310000
043200     PERFORM 750-READ-CUSTMAST.                                   04320000
043300     PERFORM UNTIL WS-EOF-CUSTMAST                                04330000
043400         IF WS-CUST-COUNT < 5000                                  04340000
043500             ADD 1 TO WS-CUST-COUNT                               04350000
043600             SET WS-CUST-IDX TO WS-CUST-COUNT                     04360000
043700             MOVE CM-ACCT-NUM TO WS-CT-ACCT-NUM(WS-CUST-IDX)      04370000
043800             MOVE CM-CLASS-CODE                                   04380000
043900                 TO WS-CT-CLASS-CODE(WS-CUST-IDX)                 04390000
044000             MOVE CM-JURIS-CODE                                   04400000
044100                 TO WS-CT-JURIS-CODE(WS-CUST-IDX)                 04410000
044200         ELSE                                                     04420000
044300             DISPLAY 'CUSTMAST HAS MORE THAN 5000 ACCOUNTS - '    04430000
044400                 'RAISE THE TABLE BEFORE RERUNNING'               04440000
044500             MOVE 16 TO RETURN-CODE                               04450000
044600             STOP RUN                                             04460000
044700         END-IF                                                   04470000
044800         PERFORM 750-READ-CUSTMAST                                04480000
044900     END-PERFORM.                                                 04490000
045000     CLOSE CUSTMAST-FILE.                                         04500000
045100                                                                  04510000
045200******************************************************************04520000
045300* Read TAXPARM and keep the newest schedule effective as of       04530000
045400* today per jurisdiction. No TAXPARM at all just means the        04540000
045500* adjustments carry no tax to back out.                           04550000
045600******************************************************************04560000
045700 055-LOAD-TAXES.                                                  04570000
045800     OPEN INPUT TAXPARM-FILE.                                     04580000
045900     IF WS-TAXPARM-STATUS = "35"                                  04590000
046000         DISPLAY 'NO TAXPARM FOUND, ADJUSTMENTS POST AS '         04600000
046100             'REVENUE ONLY'                                       04610000
046200     ELSE                                                         04620000
046300         IF WS-TAXPARM-STATUS NOT = "00"                          04630000
046400             DISPLAY 'UNABLE TO OPEN TAXPARM, STATUS: '           04640000
046500                 WS-TAXPARM-STATUS                                04650000
046600             STOP RUN                                             04660000
046700         END-IF                                                   04670000
046800                                                                  04680000
046900         PERFORM 755-READ-TAXPARM                                 04690000
047000         PERFORM UNTIL WS-EOF-TAXPARM                             04700000
047100             IF TX-EFF-DATE <= WS-SYS-DATE8                       04710000
047200                 PERFORM 056-STOW-TAX-SCHEDULE                    04720000
047300             END-IF                                               04730000
047400             PERFORM 755-READ-TAXPARM                             04740000
047500         END-PERFORM                                              04750000
047600         CLOSE TAXPARM-FILE                                       04760000
047700     END-IF.                                                      04770000
047800                                                                  04780000
047900******************************************************************04790000
048000* File one effective TAXPARM row into WS-TAX-TABLE, the way       04800000
048100* UTIL2000's 056-STOW-TAX-SCHEDULE does.                          04810000
048200******************************************************************04820000
048300 056-STOW-TAX-SCHEDULE.                                           04830000
048400     SET WS-TAX-IDX TO 1.                                         04840000
048500     SEARCH WS-TAX-ENTRY                                          04850000
048600         AT END                                                   04860000
048700             DISPLAY 'TAX TABLE IS FULL, SCHEDULE FOR '           04870000
048800                 'JURISDICTION ' TX-JURIS-CODE ' IGNORED'         04880000
048900         WHEN WS-TX-JURIS-CODE(WS-TAX-IDX) = TX-JURIS-CODE        04890000
049000             IF TX-EFF-DATE >= WS-TX-EFF-DATE(WS-TAX-IDX)         04900000
049100                 PERFORM 057-FILL-TAX-ENTRY                       04910000
049200             END-IF                                               04920000
049300         WHEN WS-TX-JURIS-CODE(WS-TAX-IDX) = SPACES               04930000
049400             PERFORM 057-FILL-TAX-ENTRY                           04940000
049500     END-SEARCH.                                                  04950000
049600                                                                  04960000
049700******************************************************************04970000
049800* Move the TAXPARM row into the slot WS-TAX-IDX points at.        04980000
049900******************************************************************04990000
050000 057-FILL-TAX-ENTRY.                                              05000000
050100     MOVE TX-JURIS-CODE     TO WS-TX-JURIS-CODE(WS-TAX-IDX).      05010000
050200     MOVE TX-EFF-DATE       TO WS-TX-EFF-DATE(WS-TAX-IDX).        05020000
050300     MOVE TX-STATE-RATE     TO WS-TX-STATE-RATE(WS-TAX-IDX).      05030000
050400     MOVE TX-FRANCHISE-RATE                                       05040000
050500         TO WS-TX-FRANCHISE-RATE(WS-TAX-IDX).                     05050000
050600     SET WS-TAX-LOADED TO TRUE.                                   05060000
050700                                                                  05070000
050800******************************************************************05080000
050801* Load GLMAP into WS-GLMAP-TABLE the way UTIL2000 does. GLMAP is  05080103
050802* required, and so is a default (blank class) row for every       05080203
050803* type an adjustment posts, so nothing reaches the GL feed        05080303
050804* without somewhere to post. A row whose side is neither "D"      05080403
050805* nor "C" is skipped and named.                                   05080503
050806******************************************************************05080603
050807 058-LOAD-GL-MAP.                                                 05080703
050808     OPEN INPUT GLMAP-FILE.                                       05080803
050809     IF WS-GLMAP-STATUS NOT = "00"                                05080903
050810         DISPLAY 'UNABLE TO OPEN GLMAP, STATUS: '                 05081003
050811             WS-GLMAP-STATUS                                      05081103
050812         STOP RUN                                                 05081203
050813     END-IF.                                                      05081303
050814                                                                  05081403
050815     PERFORM 758-READ-GLMAP.                                      05081503
050816     PERFORM UNTIL WS-EOF-GLMAP                                   05081603
050817         IF GM-GL-SIDE NOT = "D" AND GM-GL-SIDE NOT = "C"         05081703
050818             DISPLAY 'GLMAP ROW FOR ' GM-TRAN-TYPE ' CLASS '      05081803
050819                 GM-CLASS-CODE ' HAS NO DEBIT/CREDIT SIDE, '      05081903
050820                 'IGNORED'                                        05082003
050821         ELSE                                                     05082103
050822             IF WS-GLMAP-COUNT < 100                              05082203
050823                 ADD 1 TO WS-GLMAP-COUNT                          05082303
050824                 SET WS-GLMAP-IDX TO WS-GLMAP-COUNT               05082403
050825                 MOVE GM-TRAN-TYPE                                05082503
050826                     TO WS-GM-TRAN-TYPE(WS-GLMAP-IDX)             05082603
050827                 MOVE GM-CLASS-CODE                               05082703
050828                     TO WS-GM-CLASS-CODE(WS-GLMAP-IDX)            05082803
050829                 MOVE GM-GL-ACCOUNT                               05082903
050830                     TO WS-GM-GL-ACCOUNT(WS-GLMAP-IDX)            05083003
050831                 MOVE GM-GL-SIDE                                  05083103
050832                     TO WS-GM-GL-SIDE(WS-GLMAP-IDX)               05083203
050833                 MOVE GM-OFFSET-ACCOUNT                           05083303
050834                     TO WS-GM-OFFSET-ACCOUNT(WS-GLMAP-IDX)        05083403
050835             ELSE                                                 05083503
050836                 DISPLAY 'GLMAP HAS MORE THAN 100 ROWS - '        05083603
050837                     'RAISE THE TABLE BEFORE RERUNNING'           05083703
050838                 MOVE 16 TO RETURN-CODE                           05083803
050839                 STOP RUN                                         05083903
050840             END-IF                                               05084003
050841         END-IF                                                   05084103
050842         PERFORM 758-READ-GLMAP                                   05084203
050843     END-PERFORM.                                                 05084303
050844     CLOSE GLMAP-FILE.                                            05084403
050845                                                                  05084503
050846     MOVE SPACE TO WS-GL-CLASS-CODE.                              05084603
050847     MOVE "REVN" TO WS-GL-TRAN-TYPE.                              05084703
050848     PERFORM 637-FIND-GL-ACCOUNT.                                 05084803
050849     MOVE "STAX" TO WS-GL-TRAN-TYPE.                              05084903
050850     PERFORM 637-FIND-GL-ACCOUNT.                                 05085003
050851     MOVE "FRAN" TO WS-GL-TRAN-TYPE.                              05085103
050852     PERFORM 637-FIND-GL-ACCOUNT.                                 05085203
050862     MOVE "LFEE" TO WS-GL-TRAN-TYPE.                              05086204
050872     PERFORM 637-FIND-GL-ACCOUNT.                                 05087204
050882                                                                  05088203
050892******************************************************************05089203
050900* Open the transactions, the pending-adjustment file for          05090000
051000* update (OPTIONAL - a first run creates it), the GL feed for     05100000
051100* extend (billing's records are already there), the audit         05110000
051200* file, and the exception report with its page headers.           05120000
051300******************************************************************05130000
051400 100-OPEN-FILES.                                                  05140000
051500     OPEN INPUT ADJTRANS-FILE.                                    05150000
051600     IF WS-ADJTRANS-STATUS NOT = "00"                             05160000
051700         DISPLAY 'UNABLE TO OPEN ADJTRANS, STATUS: '              05170000
051800             WS-ADJTRANS-STATUS                                   05180000
051900         STOP RUN                                                 05190000
052000     END-IF.                                                      05200000
052100                                                                  05210000
052200     OPEN I-O ADJPOST-FILE.                                       05220000
052300     IF WS-ADJPOST-STATUS = "05"                                  05230000
052400         DISPLAY 'NO ADJPOST FOUND, STARTING A NEW ONE'           05240000
052500     ELSE                                                         05250000
052600         IF WS-ADJPOST-STATUS NOT = "00"                          05260000
052700             DISPLAY 'UNABLE TO OPEN ADJPOST, STATUS: '           05270000
052800                 WS-ADJPOST-STATUS                                05280000
052900             STOP RUN                                             05290000
053000         END-IF                                                   05300000
053100     END-IF.                                                      05310000
053200                                                                  05320000
053300     OPEN EXTEND GLEXPORT-FILE.                                   05330000
053400     IF WS-GLEXPORT-STATUS NOT = "00"                             05340000
053500         AND WS-GLEXPORT-STATUS NOT = "05"                        05350000
053600         DISPLAY 'UNABLE TO OPEN GLEXPORT, STATUS: '              05360000
053700             WS-GLEXPORT-STATUS                                   05370000
053800         STOP RUN                                                 05380000
053900     END-IF.                                                      05390000
054000                                                                  05400000
054100     OPEN OUTPUT ADJAUDIT-FILE.                                   05410000
054200     IF WS-ADJAUDIT-STATUS NOT = "00"                             05420000
054300         DISPLAY 'UNABLE TO OPEN ADJAUDIT, STATUS: '              05430000
054400             WS-ADJAUDIT-STATUS                                   05440000
054500         STOP RUN                                                 05450000
054600     END-IF.                                                      05460000
054700                                                                  05470000
054800     OPEN OUTPUT ADJEXCP-FILE.                                    05480000
054900     IF WS-ADJEXCP-STATUS NOT = "00"                              05490000
055000         DISPLAY 'UNABLE TO OPEN ADJEXCP, STATUS: '               05500000
055100             WS-ADJEXCP-STATUS                                    05510000
055200         STOP RUN                                                 05520000
055300     END-IF.                                                      05530000
055400                                                                  05540000
055410     OPEN EXTEND ARLEDGER-FILE.                                   05541001
055420     IF WS-ARLEDGER-STATUS NOT = "00"                             05542001
055430         AND WS-ARLEDGER-STATUS NOT = "05"                        05543001
055440         DISPLAY 'UNABLE TO OPEN ARLEDGER, STATUS: '              05544001
055450             WS-ARLEDGER-STATUS                                   05545001
055460         STOP RUN                                                 05546001
055470     END-IF.                                                      05547001
055480                                                                  05548001
055500     STRING WS-SYS-MM "/" WS-SYS-DD "/" WS-SYS-CCYY(3:2)          05550000
055600         DELIMITED BY SIZE INTO WS-RUN-DATE-ED.                   05560000
055700                                                                  05570000
055800     MOVE SPACES TO WS-ADJEXCP-LINE.                              05580000
055900     STRING "UTIL2800 ADJUSTMENT EXCEPTION REPORT" " "            05590000
056000         "RUN DATE: " WS-RUN-DATE-ED                              05600000
056100         DELIMITED BY SIZE INTO WS-ADJEXCP-LINE.                  05610000
056200     MOVE WS-ADJEXCP-LINE TO ADJEXCP-REC.                         05620000
056300     WRITE ADJEXCP-REC.                                           05630000
056400                                                                  05640000
056500     MOVE SPACES TO WS-ADJEXCP-LINE.                              05650000
056600     MOVE WS-ADJEXCP-LINE TO ADJEXCP-REC.                         05660000
056700     WRITE ADJEXCP-REC.                                           05670000
056800                                                                  05680000
056900     MOVE SPACES TO WS-ADJEXCP-LINE.                              05690000
057000     STRING "ACCOUNT TYPE        AMOUNT  REJECT REASON"           05700000
057100         "                   ADJUSTMENT REASON"                   05710000
057200         DELIMITED BY SIZE INTO WS-ADJEXCP-LINE.                  05720000
057300     MOVE WS-ADJEXCP-LINE TO ADJEXCP-REC.                         05730000
057400     WRITE ADJEXCP-REC.                                           05740000
057500                                                                  05750000
057600     MOVE SPACES TO WS-ADJEXCP-LINE.                              05760000
057700     MOVE WS-ADJEXCP-LINE TO ADJEXCP-REC.                         05770000
057800     WRITE ADJEXCP-REC.                                           05780000
057900                                                                  05790000
058000******************************************************************05800000
058100* Edit one adjustment: type and amount first, then the account    05810000
058200* and its balance, then the type's limit. The first edit that     05820000
058300* fails names the reject reason for the audit trail and the       05830000
058400* exception report.                                               05840000
058500******************************************************************05850000
058600 600-EDIT-ADJUSTMENT.                                             05860000
058700     MOVE "Y" TO WS-TRAN-VALID-SW.                                05870000
058800     MOVE SPACES TO WS-REJECT-REASON.                             05880000
058900     MOVE 0 TO WS-TRAN-AMT.                                       05890000
059000     MOVE 0 TO WS-BEFORE-BAL.                                     05900000
059100     MOVE 0 TO WS-AFTER-BAL.                                      05910000
059200                                                                  05920000
059300     EVALUATE AJ-ADJ-TYPE                                         05930000
059400         WHEN "M"                                                 05940000
059500             MOVE WS-MISREAD-LIMIT TO WS-TYPE-LIMIT               05950000
059600         WHEN "F"                                                 05960000
059700             MOVE WS-FEE-LIMIT TO WS-TYPE-LIMIT                   05970000
059800         WHEN "L"                                                 05980000
059900             MOVE WS-LATEFEE-LIMIT TO WS-TYPE-LIMIT               05990000
060000         WHEN "D"                                                 06000000
060100             MOVE WS-DEBIT-LIMIT TO WS-TYPE-LIMIT                 06010000
060200         WHEN OTHER                                               06020000
060300             MOVE "N" TO WS-TRAN-VALID-SW                         06030000
060400             MOVE 'TYPE NOT M, F, L, OR D' TO WS-REJECT-REASON    06040000
060500     END-EVALUATE.                                                06050000
060600                                                                  06060000
060700     IF WS-TRAN-VALID                                             06070000
060800         IF AJ-AMOUNT IS NUMERIC                                  06080000
060900             MOVE AJ-AMOUNT TO WS-TRAN-AMT-X                      06090000
061000             IF WS-TRAN-AMT = 0                                   06100000
061100                 MOVE "N" TO WS-TRAN-VALID-SW                     06110000
061200                 MOVE 'AMOUNT IS ZERO' TO WS-REJECT-REASON        06120000
061300             END-IF                                               06130000
061400         ELSE                                                     06140000
061500             MOVE "N" TO WS-TRAN-VALID-SW                         06150000
061600             MOVE 'AMOUNT IS NOT NUMERIC' TO WS-REJECT-REASON     06160000
061700         END-IF                                                   06170000
061800     END-IF.                                                      06180000
061900                                                                  06190000
062000     IF WS-TRAN-VALID                                             06200000
062100         PERFORM 615-MATCH-CUSTMAST                               06210000
062200         IF NOT WS-CUST-FOUND                                     06220000
062300             MOVE "N" TO WS-TRAN-VALID-SW                         06230000
062400             MOVE 'ACCOUNT NOT ON CUSTMAST' TO WS-REJECT-REASON   06240000
062500         END-IF                                                   06250000
062600     END-IF.                                                      06260000
062700                                                                  06270000
062800     IF WS-TRAN-VALID                                             06280000
062900         PERFORM 620-READ-BALANCE                                 06290000
063000         IF WS-BAL-FOUND                                          06300000
063100             MOVE BF-PRIOR-BALANCE TO WS-BEFORE-BAL               06310000
063200             MOVE BF-PRIOR-BALANCE TO WS-AFTER-BAL                06320000
063300         ELSE                                                     06330000
063400             MOVE "N" TO WS-TRAN-VALID-SW                         06340000
063500             MOVE 'NO BALANCE ON FILE' TO WS-REJECT-REASON        06350000
063600         END-IF                                                   06360000
063700     END-IF.                                                      06370000
063800                                                                  06380000
063900     IF WS-TRAN-VALID                                             06390000
064000         IF WS-TRAN-AMT > WS-TYPE-LIMIT                           06400000
064100             MOVE "N" TO WS-TRAN-VALID-SW                         06410000
064200             MOVE 'OVER ADJUSTMENT LIMIT' TO WS-REJECT-REASON     06420000
064300         END-IF                                                   06430000
064400     END-IF.                                                      06440000
064500                                                                  06450000
064600     IF WS-TRAN-VALID                                             06460000
064700         PERFORM 610-POST-ADJUSTMENT                              06470000
064800     ELSE                                                         06480000
064900         PERFORM 660-AUDIT-REJECTED                               06490000
065000     END-IF.                                                      06500000
065100                                                                  06510000
065200******************************************************************06520000
065300* Post a good adjustment: a credit brings the carried balance     06530000
065400* down, a debit correction puts it up. A balance the credit       06540000
065500* clears also resets the late-fee clock, as a paid-off            06550000
065600* balance does in billing.                                        06560000
065700******************************************************************06570000
065800 610-POST-ADJUSTMENT.                                             06580000
065900     IF AJ-ADJ-TYPE = "D"                                         06590000
066000         MOVE WS-TRAN-AMT TO WS-SIGNED-AMT                        06600000
066100         ADD 1 TO WS-DEBIT-COUNT                                  06610000
066200         ADD WS-TRAN-AMT TO WS-DEBIT-TOTAL                        06620000
066300     ELSE                                                         06630000
066400         COMPUTE WS-SIGNED-AMT = 0 - WS-TRAN-AMT                  06640000
066500         ADD 1 TO WS-CREDIT-COUNT                                 06650000
066600         ADD WS-TRAN-AMT TO WS-CREDIT-TOTAL                       06660000
066700     END-IF.                                                      06670000
066800                                                                  06680000
066900     ADD WS-SIGNED-AMT TO BF-PRIOR-BALANCE.                       06690000
067000     IF BF-PRIOR-BALANCE NOT > 0                                  06700000
067100         MOVE 0 TO BF-CYCLES-PAST-DUE                             06710000
067200     END-IF.                                                      06720000
067300     REWRITE BALFWD-REC                                           06730000
067400         INVALID KEY                                              06740000
067500             DISPLAY 'BALFWD REWRITE FAILED FOR '                 06750000
067600                 AJ-ACCT-NUM ', STATUS: ' WS-BALFWD-STATUS        06760000
067700             MOVE 16 TO RETURN-CODE                               06770000
067800             STOP RUN                                             06780000
067900     END-REWRITE.                                                 06790000
068000     MOVE BF-PRIOR-BALANCE TO WS-AFTER-BAL.                       06800000
068100                                                                  06810000
068200     PERFORM 625-POST-ADJPOST.                                    06820000
068300     PERFORM 630-WRITE-GL-OFFSET.                                 06830000
068310     PERFORM 640-POST-LEDGER.                                     06831001
068400     PERFORM 650-AUDIT-APPLIED.                                   06840000
068500                                                                  06850000
068600******************************************************************06860000
068700* Look for the adjustment's account in the customer table.        06870000
068800******************************************************************06880000
068900 615-MATCH-CUSTMAST.                                              06890000
069000     MOVE "N" TO WS-CUST-FOUND-SW.                                06900000
069100     SET WS-CUST-IDX TO 1.                                        06910000
069200     SEARCH WS-CUST-ENTRY                                         06920000
069300         AT END                                                   06930000
069400             CONTINUE                                             06940000
069500         WHEN WS-CT-ACCT-NUM(WS-CUST-IDX) = AJ-ACCT-NUM           06950000
069600             SET WS-CUST-FOUND TO TRUE                            06960000
069700     END-SEARCH.                                                  06970000
069800                                                                  06980000
069900******************************************************************06990000
070000* Fetch the account's carried balance by key.                     07000000
070100******************************************************************07010000
070200 620-READ-BALANCE.                                                07020000
070300     MOVE "N" TO WS-BAL-FOUND-SW.                                 07030000
070400     MOVE AJ-ACCT-NUM TO BF-ACCT-NUM.                             07040000
070500     READ BALFWD-FILE                                             07050000
070600         INVALID KEY                                              07060000
070700             CONTINUE                                             07070000
070800         NOT INVALID KEY                                          07080000
070900             SET WS-BAL-FOUND TO TRUE                             07090000
071000     END-READ.                                                    07100000
071100                                                                  07110000
071200******************************************************************07120000
071300* Land the adjustment on ADJPOST for the next bill. A second      07130000
071400* adjustment before the account bills again adds to the net       07140000
071500* already waiting.                                                07150000
071600******************************************************************07160000
071700 625-POST-ADJPOST.                                                07170000
071800     MOVE "N" TO WS-ADJP-FOUND-SW.                                07180000
071900     MOVE AJ-ACCT-NUM TO AP-ACCT-NUM.                             07190000
072000     READ ADJPOST-FILE                                            07200000
072100         INVALID KEY                                              07210000
072200             CONTINUE                                             07220000
072300         NOT INVALID KEY                                          07230000
072400             SET WS-ADJP-FOUND TO TRUE                            07240000
072500     END-READ.                                                    07250000
072600                                                                  07260000
072700     IF WS-ADJP-FOUND                                             07270000
072800         ADD WS-SIGNED-AMT TO AP-ADJ-AMOUNT                       07280000
072900         MOVE WS-SYS-DATE8 TO AP-POST-DATE                        07290000
073000         REWRITE ADJPOST-REC                                      07300000
073100             INVALID KEY                                          07310000
073200                 DISPLAY 'ADJPOST REWRITE FAILED FOR '            07320000
073300                     AJ-ACCT-NUM ', STATUS: '                     07330000
073400                     WS-ADJPOST-STATUS                            07340000
073500                 MOVE 16 TO RETURN-CODE                           07350000
073600                 STOP RUN                                         07360000
073700         END-REWRITE                                              07370000
073800     ELSE                                                         07380000
073900         MOVE AJ-ACCT-NUM   TO AP-ACCT-NUM                        07390000
074000         MOVE WS-SIGNED-AMT TO AP-ADJ-AMOUNT                      07400000
074100         MOVE WS-SYS-DATE8  TO AP-POST-DATE                       07410000
074200         WRITE ADJPOST-REC                                        07420000
074300             INVALID KEY                                          07430000
074400                 DISPLAY 'ADJPOST WRITE FAILED FOR '              07440000
074500                     AJ-ACCT-NUM ', STATUS: '                     07450000
074600                     WS-ADJPOST-STATUS                            07460000
074700                 MOVE 16 TO RETURN-CODE                           07470000
074800                 STOP RUN                                         07480000
074900         END-WRITE                                                07490000
075000     END-IF.                                                      07500000
075100                                                                  07510000
075200******************************************************************07520000
075300* Post the offsetting GLEXPORT rows. Revenue goes under the       07530000
075400* class code exactly as 470-WRITE-GL-EXPORT posts a bill, a       07540004
075410* late fee adjustment under LFEE as 470 posts the late fee; a     07541004
075500* taxable adjustment backs its state tax and franchise fee        07550000
075600* out under their GLMAP codes at the account's jurisdiction       07560002
075610* rates.                                                          07561002
075700* Credits post negative so they offset what the bill posted.      07570000
075800******************************************************************07580000
075900 630-WRITE-GL-OFFSET.                                             07590000
076000     MOVE WS-CT-CLASS-CODE(WS-CUST-IDX) TO WS-GL-CLASS-CODE.      07600002
076900                                                                  07690000
077000     MOVE 0 TO WS-ADJ-STATE-TAX.                                  07700000
077100     MOVE 0 TO WS-ADJ-FRANCHISE.                                  07710000
077200     MOVE "N" TO WS-TAX-FOUND-SW.                                 07720000
077300     IF WS-TAX-LOADED AND AJ-ADJ-TYPE NOT = "L"                   07730000
077400         SET WS-TAX-IDX TO 1                                      07740000
077500         SEARCH WS-TAX-ENTRY                                      07750000
077600             AT END                                               07760000
077700                 CONTINUE                                         07770000
077800             WHEN WS-TX-JURIS-CODE(WS-TAX-IDX) =                  07780000
077900                     WS-CT-JURIS-CODE(WS-CUST-IDX)                07790000
078000                 SET WS-TAX-FOUND TO TRUE                         07800000
078100         END-SEARCH                                               07810000
078200     END-IF.                                                      07820000
078300                                                                  07830000
078400     IF WS-TAX-FOUND                                              07840000
078500         COMPUTE WS-TAX-DIVISOR = 1                               07850000
078600             + WS-TX-STATE-RATE(WS-TAX-IDX)                       07860000
078700             + WS-TX-FRANCHISE-RATE(WS-TAX-IDX)                   07870000
078800         COMPUTE WS-ADJ-BASE ROUNDED =                            07880000
078900             WS-TRAN-AMT / WS-TAX-DIVISOR                         07890000
079000         COMPUTE WS-ADJ-STATE-TAX ROUNDED =                       07900000
079100             WS-ADJ-BASE * WS-TX-STATE-RATE(WS-TAX-IDX)           07910000
079200         COMPUTE WS-ADJ-FRANCHISE ROUNDED =                       07920000
079300             WS-ADJ-BASE * WS-TX-FRANCHISE-RATE(WS-TAX-IDX)       07930000
079400     END-IF.                                                      07940000
079500     COMPUTE WS-ADJ-REVENUE =                                     07950000
079600         WS-TRAN-AMT - WS-ADJ-STATE-TAX - WS-ADJ-FRANCHISE.       07960000
079700                                                                  07970000
079710     IF AJ-ADJ-TYPE = "L"                                         07971004
079720         MOVE "LFEE"     TO WS-GL-TRAN-TYPE                       07972004
079730     ELSE                                                         07973004
079740         MOVE "REVN"     TO WS-GL-TRAN-TYPE                       07974004
079750     END-IF.                                                      07975004
079800     MOVE WS-ADJ-REVENUE TO WS-GL-SIGNED-AMT.                     07980000
079900     PERFORM 635-WRITE-GL-ROW.                                    07990000
080000                                                                  08000000
080100     IF WS-ADJ-STATE-TAX > 0                                      08010000
080200         MOVE "STAX"           TO WS-GL-TRAN-TYPE                 08020002
080300         MOVE WS-ADJ-STATE-TAX TO WS-GL-SIGNED-AMT                08030000
080400         PERFORM 635-WRITE-GL-ROW                                 08040000
080500     END-IF.                                                      08050000
080600                                                                  08060000
080700     IF WS-ADJ-FRANCHISE > 0                                      08070000
080800         MOVE "FRAN"           TO WS-GL-TRAN-TYPE                 08080002
080900         MOVE WS-ADJ-FRANCHISE TO WS-GL-SIGNED-AMT                08090000
081000         PERFORM 635-WRITE-GL-ROW                                 08100000
081100     END-IF.                                                      08110000
081200                                                                  08120000
081300******************************************************************08130000
081400* Write one GLEXPORT row for the transaction type and amount in   08140002
081500* hand under its GLMAP posting, turned negative for a credit.     08150002
081600******************************************************************08160000
081700 635-WRITE-GL-ROW.                                                08170000
081710     PERFORM 637-FIND-GL-ACCOUNT.                                 08171002
081800     IF AJ-ADJ-TYPE NOT = "D"                                     08180000
081900         COMPUTE WS-GL-SIGNED-AMT = 0 - WS-GL-SIGNED-AMT          08190000
082000     END-IF.                                                      08200000
082100     MOVE AJ-ACCT-NUM        TO GL-ACCT-NUM.                      08210000
082200     MOVE WS-GL-REVENUE-CODE TO GL-REVENUE-CODE.                  08220000
082300     MOVE WS-GL-SIGNED-AMT   TO GL-AMOUNT.                        08230000
082310     MOVE WS-GL-TRAN-TYPE    TO GL-TRAN-TYPE.                     08231002
082320     MOVE WS-GL-SIDE         TO GL-DR-CR.                         08232002
082330     MOVE WS-GL-OFFSET-CODE  TO GL-OFFSET-CODE.                   08233002
082340     MOVE WS-SYS-DATE8       TO GL-POST-DATE.                     08234002
082400     WRITE GLEXPORT-REC.                                          08240000
082402                                                                  08240202
082404******************************************************************08240402
082406* Find WS-GL-TRAN-TYPE's posting in the GLMAP table: the row for  08240602
082408* WS-GL-CLASS-CODE if accounting mapped one, else the type's      08240802
082410* default (blank class) row. A type with neither stops the run.   08241002
082412******************************************************************08241202
082414 637-FIND-GL-ACCOUNT.                                             08241402
082416     MOVE "N" TO WS-GLMAP-FOUND-SW.                               08241602
082418     SET WS-GLMAP-IDX TO 1.                                       08241802
082420     SEARCH WS-GLMAP-ENTRY                                        08242002
082422         AT END                                                   08242202
082424             CONTINUE                                             08242402
082426         WHEN WS-GM-TRAN-TYPE(WS-GLMAP-IDX) = WS-GL-TRAN-TYPE     08242602
082428             AND WS-GM-CLASS-CODE(WS-GLMAP-IDX) = WS-GL-CLASS-CODE08242802
082430             SET WS-GLMAP-FOUND TO TRUE                           08243002
082432     END-SEARCH.                                                  08243202
082434                                                                  08243402
082436     IF NOT WS-GLMAP-FOUND                                        08243602
082438         SET WS-GLMAP-IDX TO 1                                    08243802
082440         SEARCH WS-GLMAP-ENTRY                                    08244002
082442             AT END                                               08244202
082444                 CONTINUE                                         08244402
082446             WHEN WS-GM-TRAN-TYPE(WS-GLMAP-IDX) = WS-GL-TRAN-TYPE 08244602
082448                 AND WS-GM-CLASS-CODE(WS-GLMAP-IDX) = SPACE       08244802
082450                 SET WS-GLMAP-FOUND TO TRUE                       08245002
082452         END-SEARCH                                               08245202
082454     END-IF.                                                      08245402
082456                                                                  08245602
082458     IF WS-GLMAP-FOUND                                            08245802
082460         MOVE WS-GM-GL-ACCOUNT(WS-GLMAP-IDX)                      08246002
082462             TO WS-GL-REVENUE-CODE                                08246202
082464         MOVE WS-GM-GL-SIDE(WS-GLMAP-IDX) TO WS-GL-SIDE           08246402
082466         MOVE WS-GM-OFFSET-ACCOUNT(WS-GLMAP-IDX)                  08246602
082468             TO WS-GL-OFFSET-CODE                                 08246802
082470     ELSE                                                         08247002
082472         DISPLAY 'GLMAP HAS NO DEFAULT ROW FOR TRANSACTION TYPE ' 08247202
082474             WS-GL-TRAN-TYPE ' - ADD IT BEFORE RERUNNING'         08247402
082476         MOVE 16 TO RETURN-CODE                                   08247602
082478         STOP RUN                                                 08247802
082480     END-IF.                                                      08248002
082500                                                                  08250000
082600******************************************************************08260000
082605* Put the adjustment on the receivable ledger under its own       08260501
082610* type ("ADJ" and the adjustment code), signed the way it         08261001
082615* moved the balance.                                              08261501
082620******************************************************************08262001
082625 640-POST-LEDGER.                                                 08262501
082630     MOVE AJ-ACCT-NUM   TO AL-ACCT-NUM.                           08263001
082635     MOVE WS-SYS-DATE8  TO AL-TRAN-DATE.                          08263501
082640     MOVE SPACES        TO AL-TRAN-TYPE.                          08264001
082645     STRING "ADJ" AJ-ADJ-TYPE                                     08264501
082650         DELIMITED BY SIZE INTO AL-TRAN-TYPE.                     08265001
082655     MOVE WS-SIGNED-AMT TO AL-AMOUNT.                             08265501
082660     MOVE WS-AFTER-BAL  TO AL-RUN-BALANCE.                        08266001
082665     MOVE SPACE         TO AL-MEMO-SW.                            08266501
082670     MOVE "UTIL2800"    TO AL-PROGRAM.                            08267001
082675     WRITE ARLEDGER-REC.                                          08267501
082680                                                                  08268001
082685******************************************************************08268501
082700* Audit an applied adjustment: balance before and after.          08270000
082800******************************************************************08280000
082900 650-AUDIT-APPLIED.                                               08290000
083000     PERFORM 670-INIT-AUDIT-REC.                                  08300000
083100     MOVE "APPLIED"      TO AA-STATUS.                            08310000
083200     WRITE ADJAUDIT-REC.                                          08320000
083300                                                                  08330000
083400******************************************************************08340000
083500* Audit a rejected adjustment with the reason the edit named,     08350000
083600* and list it on the exception report.                            08360000
083700******************************************************************08370000
083800 660-AUDIT-REJECTED.                                              08380000
083900     PERFORM 670-INIT-AUDIT-REC.                                  08390000
084000     MOVE "REJECTED"     TO AA-STATUS.                            08400000
084100     WRITE ADJAUDIT-REC.                                          08410000
084200     ADD 1 TO WS-REJECT-COUNT.                                    08420000
084300                                                                  08430000
084400     MOVE SPACES TO WS-ADJEXCP-LINE.                              08440000
084500     MOVE AJ-ACCT-NUM      TO WS-ADJEXCP-LINE(1:6).               08450000
084600     MOVE AJ-ADJ-TYPE      TO WS-ADJEXCP-LINE(10:1).              08460000
084700     IF AJ-AMOUNT IS NUMERIC                                      08470000
084800         MOVE WS-TRAN-AMT  TO WS-MONEY-ED                         08480000
084900         MOVE WS-MONEY-ED  TO WS-ADJEXCP-LINE(14:13)              08490000
085000     ELSE                                                         08500000
085100         MOVE AJ-AMOUNT    TO WS-ADJEXCP-LINE(19:8)               08510000
085200     END-IF.                                                      08520000
085300     MOVE WS-REJECT-REASON TO WS-ADJEXCP-LINE(29:30).             08530000
085400     MOVE AJ-REASON        TO WS-ADJEXCP-LINE(61:20).             08540000
085500     MOVE WS-ADJEXCP-LINE TO ADJEXCP-REC.                         08550000
085600     WRITE ADJEXCP-REC.                                           08560000
085700                                                                  08570000
085800******************************************************************08580000
085900* Stamp the common audit fields for the adjustment in hand.       08590000
086000******************************************************************08600000
086100 670-INIT-AUDIT-REC.                                              08610000
086200     MOVE WS-SYS-DATE8     TO AA-RUN-DATE.                        08620000
086300     MOVE AJ-ADJ-TYPE      TO AA-ADJ-TYPE.                        08630000
086400     MOVE AJ-ACCT-NUM      TO AA-ACCT-NUM.                        08640000
086500     MOVE WS-TRAN-AMT      TO AA-AMOUNT.                          08650000
086600     MOVE WS-REJECT-REASON TO AA-REASON.                          08660000
086700     MOVE AJ-REASON        TO AA-ADJ-REASON.                      08670000
086800     MOVE WS-BEFORE-BAL    TO AA-BEFORE-BAL.                      08680000
086900     MOVE WS-AFTER-BAL     TO AA-AFTER-BAL.                       08690000
087000                                                                  08700000
087100******************************************************************08710000
087200* Write the exception report trailer, close everything, and       08720000
087300* display the run totals.                                         08730000
087400******************************************************************08740000
087500 800-CLOSE-WITH-TOTALS.                                           08750000
087600     MOVE SPACES TO WS-ADJEXCP-LINE.                              08760000
087700     MOVE WS-ADJEXCP-LINE TO ADJEXCP-REC.                         08770000
087800     WRITE ADJEXCP-REC.                                           08780000
087900                                                                  08790000
088000     MOVE WS-REJECT-COUNT TO WS-COUNT-ED.                         08800000
088100     MOVE SPACES TO WS-ADJEXCP-LINE.                              08810000
088200     STRING "ADJUSTMENTS REJECTED: " WS-COUNT-ED                  08820000
088300         DELIMITED BY SIZE INTO WS-ADJEXCP-LINE.                  08830000
088400     MOVE WS-ADJEXCP-LINE TO ADJEXCP-REC.                         08840000
088500     WRITE ADJEXCP-REC.                                           08850000
088600                                                                  08860000
088700     CLOSE ADJEXCP-FILE.                                          08870000
088710     CLOSE ARLEDGER-FILE.                                         08871001
088800     CLOSE ADJAUDIT-FILE.                                         08880000
088900     CLOSE GLEXPORT-FILE.                                         08890000
089000     CLOSE ADJPOST-FILE.                                          08900000
089100     CLOSE BALFWD-FILE.                                           08910000
089200     CLOSE ADJTRANS-FILE.                                         08920000
089300                                                                  08930000
089400     MOVE WS-CREDIT-COUNT TO WS-COUNT-ED.                         08940000
089500     DISPLAY 'CREDITS POSTED    : ' WS-COUNT-ED.                  08950000
089600     MOVE WS-CREDIT-TOTAL TO WS-MONEY-ED.                         08960000
089700     DISPLAY 'TOTAL CREDITED    : ' WS-MONEY-ED.                  08970000
089800     MOVE WS-DEBIT-COUNT TO WS-COUNT-ED.                          08980000
089900     DISPLAY 'DEBITS POSTED     : ' WS-COUNT-ED.                  08990000
090000     MOVE WS-DEBIT-TOTAL TO WS-MONEY-ED.                          09000000
090100     DISPLAY 'TOTAL DEBITED     : ' WS-MONEY-ED.                  09010000
090200     MOVE WS-REJECT-COUNT TO WS-COUNT-ED.                         09020000
090300     DISPLAY 'REJECTED          : ' WS-COUNT-ED.                  09030000
090400     IF WS-REJECT-COUNT > 0                                       09040000
090500         MOVE 4 TO RETURN-CODE                                    09050000
090600     END-IF.                                                      09060000
090700                                                                  09070000
090800******************************************************************09080000
090900* Read one ADJTRANS record; set WS-EOF-ADJTRANS at end of file.   09090000
091000******************************************************************09100000
091100 700-READ-ADJTRANS.                                               09110000
091200     READ ADJTRANS-FILE                                           09120000
091300         AT END                                                   09130000
091400             MOVE "Y" TO WS-ADJTRANS-EOF-SW                       09140000
091500         NOT AT END                                               09150000
091600             CONTINUE                                             09160000
091700     END-READ.                                                    09170000
091800                                                                  09180000
091900******************************************************************09190000
092000* Read one CUSTMAST record; set WS-EOF-CUSTMAST at end of file.   09200000
092100******************************************************************09210000
092200 750-READ-CUSTMAST.                                               09220000
092300     READ CUSTMAST-FILE                                           09230000
092400         AT END                                                   09240000
092500             MOVE "Y" TO WS-CUSTMAST-EOF-SW                       09250000
092600         NOT AT END                                               09260000
092700             CONTINUE                                             09270000
092800     END-READ.                                                    09280000
092900                                                                  09290000
093000******************************************************************09300000
093100* Read one TAXPARM record; set WS-EOF-TAXPARM at end of file.     09310000
093200******************************************************************09320000
093300 755-READ-TAXPARM.                                                09330000
093400     READ TAXPARM-FILE                                            09340000
093500         AT END                                                   09350000
093600             MOVE "Y" TO WS-TAX-EOF-SW                            09360000
093700         NOT AT END                                               09370000
093800             CONTINUE                                             09380000
093900     END-READ.                                                    09390000
093910                                                                  09391002
093920******************************************************************09392002
094470* Read one GLMAP record; set WS-EOF-GLMAP at end of file.         09447002
094480******************************************************************09448002
094490 758-READ-GLMAP.                                                  09449002
094500     READ GLMAP-FILE                                              09450002
094510         AT END                                                   09451002
094520             MOVE "Y" TO WS-GLMAP-EOF-SW                          09452002
094530         NOT AT END                                               09453002
094540             CONTINUE                                             09454002
094550     END-READ.                                                    09455002
