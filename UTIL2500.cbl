000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. UTIL2500.                                            00020000
000300******************************************************************00030000
000400*  Programmer.: Clay Rasmussen                                    00040000
000500*  Date.......: October 15, 2026                                  00050000
000600*  GitHub URL.: github.com/Clay-Rasmussen/CobolUtil2000           00060000
000700*  Description: This COBOL program runs at month end to accrue    00070000
000800*  the revenue every billing cycle has earned since its last      00080000
000900*  bill but will not bill until next month. For each CUSTMAST     00090000
001000*  account it takes the cycle's last completed UTIL2000 run       00100000
001100*  from RUNCAL, counts the days from that bill to the last day    00110000
001200*  of the month, and estimates the unbilled kWh from the          00120000
001300*  account's USGHIST average (its last bill's kWh when there is   00130000
001400*  no history), priced at the class's RATEPARM schedule in        00140000
001500*  effect at month end with the service fee, and the demand       00150003
001600*  charge on the kW last billed, prorated the same way.           00160003
001610*  CYCLPARM, when supplied, limits the accrual to the             00161003
001700*  cycles it lists, one per record; without it every cycle        00170000
001800*  accrues. ACCRRPT lists every account and summarizes by         00180000
001900*  customer class and cycle. ACCRGL carries one accrual row       00190000
002000*  per class and cycle dated the last day of the month and a      00200000
002100*  matching reversal dated the first day of the next, in the      00210000
002200*  GLEXPORT layout, for UTIL2980 to journal on those days.        00220000
002300*  ACCRGL is rewritten whole on every run, so a rerun for the     00230000
002400*  same month replaces the earlier accrual instead of adding      00240000
002500*  to it; ACCRRPT notes when it does. Accounts that cannot be     00250000
002600*  estimated are listed and end the run with return code 4.       00260000
002700******************************************************************00270000
002800 ENVIRONMENT DIVISION.                                            00280000
002900 INPUT-OUTPUT SECTION.                                            00290000
003000 FILE-CONTROL.                                                    00300000
003100**************************************************************    00310000
003200* CUSTMAST - customer master, one record per customer             00320000
003300**************************************************************    00330000
003400     SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"                    00340000
003500         ORGANIZATION IS LINE SEQUENTIAL                          00350000
003600         FILE STATUS IS WS-CUSTMAST-STATUS.                       00360000
003700                                                                  00370000
003800**************************************************************    00380000
003900* CYCLPARM - optional list of the cycles to accrue, one per       00390000
004000* record; no CYCLPARM accrues every cycle                         00400000
004100**************************************************************    00410000
004200     SELECT CYCLPARM-FILE ASSIGN TO "CYCLPARM"                    00420000
004300         ORGANIZATION IS LINE SEQUENTIAL                          00430000
004400         FILE STATUS IS WS-CYCLPARM-STATUS.                       00440000
004500                                                                  00450000
004600**************************************************************    00460000
004700* RUNCAL - the run calendar, for each cycle's last completed      00470000
004800* billing run; this run's own completion is appended to it        00480000
004900**************************************************************    00490000
005000     SELECT OPTIONAL RUNCAL-FILE ASSIGN TO "RUNCAL"               00500000
005100         ORGANIZATION IS LINE SEQUENTIAL                          00510000
005200         FILE STATUS IS WS-RUNCAL-STATUS.                         00520000
005300                                                                  00530000
005400**************************************************************    00540000
005500* USGHIST - prior-cycle kWh usage per account, indexed by         00550000
005600* account, read for the average cycle's usage                     00560000
005700**************************************************************    00570000
005800     SELECT OPTIONAL USGHIST-FILE ASSIGN TO "USGHIST"             00580000
005900         ORGANIZATION IS INDEXED                                  00590000
006000         ACCESS MODE IS RANDOM                                    00600000
006100         RECORD KEY IS UH-ACCT-NUM                                00610000
006200         FILE STATUS IS WS-USGHIST-STATUS.                        00620000
006300                                                                  00630000
006400**************************************************************    00640000
006500* RATEPARM - commission-approved rate table, keyed by the date    00650000
006600* each schedule takes effect                                      00660000
006700**************************************************************    00670000
006800     SELECT RATEPARM-FILE ASSIGN TO "RATEPARM"                    00680000
006900         ORGANIZATION IS LINE SEQUENTIAL                          00690000
007000         FILE STATUS IS WS-RATEPARM-STATUS.                       00700000
007100**************************************************************    00710000
007200* GLMAP - accounting's GL account map, as UTIL2000 loads it:      00720000
007300* the GL account, side, and offset for each transaction type      00730000
007400**************************************************************    00740000
007500     SELECT GLMAP-FILE ASSIGN TO "GLMAP"                          00750000
007600         ORGANIZATION IS LINE SEQUENTIAL                          00760000
007700         FILE STATUS IS WS-GLMAP-STATUS.                          00770000
007800                                                                  00780000
007900**************************************************************    00790000
008000* ACCRGL - the month's accrual and next month's reversal, in      00800000
008100* the GLEXPORT layout, rewritten whole on every run               00810000
008200**************************************************************    00820000
008300     SELECT ACCRGL-FILE ASSIGN TO "ACCRGL"                        00830000
008400         ORGANIZATION IS LINE SEQUENTIAL                          00840000
008500         FILE STATUS IS WS-ACCRGL-STATUS.                         00850000
008600                                                                  00860000
008700**************************************************************    00870000
008800* ACCRRPT - the printed accrual report                            00880000
008900**************************************************************    00890000
009000     SELECT ACCRRPT-FILE ASSIGN TO "ACCRRPT"                      00900000
009100         ORGANIZATION IS LINE SEQUENTIAL                          00910000
009200         FILE STATUS IS WS-ACCRRPT-STATUS.                        00920000
009300                                                                  00930000
009400 DATA DIVISION.                                                   00940000
009500 FILE SECTION.                                                    00950000
009600**************************************************************    00960000
009700* CUSTMAST RECORD - must stay in step with the layout UTIL2000    00970000
009800* bills from                                                      00980000
009900**************************************************************    00990000
010000 FD  CUSTMAST-FILE.                                               01000000
010100 01  CUSTMAST-REC.                                                01010000
010200     05  CM-ACCT-NUM         PIC X(6).                            01020000
010300     05  CM-CLASS-CODE       PIC X(1).                            01030000
010400     05  CM-CUST-NAME        PIC X(12).                           01040000
010500     05  CM-KWH-USED         PIC 9(5).                            01050000
010600     05  CM-SERVICE-FEE      PIC 9(3)V99.                         01060000
010700     05  CM-JURIS-CODE       PIC X(2).                            01070000
010800     05  CM-CYCLE-CODE       PIC X(2).                            01080000
010900     05  CM-SVC-ADDR         PIC X(25).                           01090000
011000     05  CM-MAIL-ADDR        PIC X(25).                           01100000
011100     05  CM-MAIL-CITY        PIC X(15).                           01110000
011200     05  CM-MAIL-STATE       PIC X(2).                            01120000
011300     05  CM-MAIL-ZIP         PIC X(5).                            01130000
011400     05  CM-UNDELIV-SW       PIC X(1).                            01140000
011500                                                                  01150000
011600************************************************************      01160000
011700* CYCLPARM RECORD - one cycle to accrue                           01170000
011800************************************************************      01180000
011900 FD  CYCLPARM-FILE.                                               01190000
012000 01  CYCLPARM-REC.                                                01200000
012100     05  CY-CYCLE-CODE        PIC X(2).                           01210000
012200                                                                  01220000
012300************************************************************      01230000
012400* RUNCAL RECORD - one completed run of one program                01240000
012500************************************************************      01250000
012600 FD  RUNCAL-FILE.                                                 01260000
012700 01  RUNCAL-REC.                                                  01270000
012800     05  RC-PROGRAM           PIC X(8).                           01280000
012900     05  RC-CYCLE-CODE        PIC X(2).                           01290000
013000     05  RC-RUN-DATE          PIC 9(8).                           01300000
013100     05  RC-STATUS            PIC X(8).                           01310000
013200                                                                  01320000
013300**************************************************************    01330000
013400* USGHIST RECORD - must stay in step with the layout UTIL2000     01340000
013500* maintains (cycle 1 is the most recent cycle billed)             01350000
013600**************************************************************    01360000
013700 FD  USGHIST-FILE.                                                01370000
013800 01  USGHIST-REC.                                                 01380000
013900     05  UH-ACCT-NUM          PIC X(6).                           01390000
014000     05  UH-KWH-CYCLE1        PIC 9(5).                           01400000
014100     05  UH-KWH-CYCLE2        PIC 9(5).                           01410000
014200     05  UH-KWH-CYCLE3        PIC 9(5).                           01420000
014300     05  UH-EST-FLAG          PIC X(1).                           01430000
014400     05  UH-EST-KWH           PIC 9(5).                           01440000
014410     05  UH-DEMAND-HIST.                                          01441001
014420         10  UH-KW-CYCLE      PIC 9(6)V99 OCCURS 11 TIMES.        01442001
014500                                                                  01450000
014600**************************************************************    01460000
014700* RATEPARM RECORD - one rate schedule effective as of a date      01470000
014800**************************************************************    01480000
014900 FD  RATEPARM-FILE.                                               01490000
015000 01  RATEPARM-REC.                                                01500000
015100     05  RP-EFF-DATE          PIC 9(8).                           01510000
015200     05  RP-CLASS-CODE        PIC X(1).                           01520000
015300     05  RP-RATE-TIER1        PIC V99.                            01530000
015400     05  RP-RATE-TIER2        PIC V99.                            01540000
015500     05  RP-RATE-TIER3        PIC V99.                            01550000
015600     05  RP-RATE-TIER4        PIC V99.                            01560000
015700     05  RP-TIER1-LIMIT       PIC 9(4).                           01570000
015800     05  RP-TIER2-LIMIT       PIC 9(4).                           01580000
015900     05  RP-TIER3-LIMIT       PIC 9(4).                           01590000
015910     05  RP-DEMAND-RATE       PIC 9(2)V99.                        01591001
015920     05  RP-RATCHET-PCT       PIC 9(3).                           01592001
016000**************************************************************    01600000
016100* GLMAP RECORD - same layout UTIL2000 loads; a blank class is     01610000
016200* the type's default row                                          01620000
016300**************************************************************    01630000
016400 FD  GLMAP-FILE.                                                  01640000
016500 01  GLMAP-REC.                                                   01650000
016600     05  GM-TRAN-TYPE         PIC X(4).                           01660000
016700     05  GM-CLASS-CODE        PIC X(1).                           01670000
016800     05  GM-GL-ACCOUNT        PIC X(4).                           01680000
016900     05  GM-GL-SIDE           PIC X(1).                           01690000
017000     05  GM-OFFSET-ACCOUNT    PIC X(4).                           01700000
017100     05  GM-DESCRIPTION       PIC X(20).                          01710000
017200                                                                  01720000
017300**************************************************************    01730000
017400* ACCRGL RECORD - the GLEXPORT layout UTIL2980 journals           01740000
017500**************************************************************    01750000
017600 FD  ACCRGL-FILE.                                                 01760000
017700 01  ACCRGL-REC.                                                  01770000
017800     05  GL-ACCT-NUM           PIC X(6).                          01780000
017900     05  GL-REVENUE-CODE       PIC X(4).                          01790000
018000     05  GL-AMOUNT             PIC S9(8)V99.                      01800000
018100     05  GL-TRAN-TYPE          PIC X(4).                          01810000
018200     05  GL-DR-CR              PIC X(1).                          01820000
018300     05  GL-OFFSET-CODE        PIC X(4).                          01830000
018400     05  GL-POST-DATE          PIC 9(8).                          01840000
018500                                                                  01850000
018600**************************************************************    01860000
018700* ACCRRPT RECORD - one print line of the accrual report           01870000
018800**************************************************************    01880000
018900 FD  ACCRRPT-FILE.                                                01890000
019000 01  ACCRRPT-REC                PIC X(132).                       01900000
019100                                                                  01910000
019200 WORKING-STORAGE SECTION.                                         01920000
019300                                                                  01930000
019400******************************************************************01940000
019500* ACCRUAL PERIOD - the last day of the run's month, the day the   01950000
019600* reversal posts, and the work fields for counting days between   01960000
019700* a bill and month end. A billing cycle is taken as               01970000
019800* WS-DAYS-PER-CYCLE days when a cycle's usage is spread by day.   01980000
019900******************************************************************01990000
020000 01  WS-MONTH-END-DATE        PIC 9(8)     VALUE 0.               02000000
020100 01  WS-MONTH-END-R REDEFINES WS-MONTH-END-DATE.                  02010000
020200     05  WS-ME-YYMM           PIC 9(6).                           02020000
020300     05  WS-ME-DD             PIC 99.                             02030000
020400 01  WS-REVERSAL-DATE         PIC 9(8)     VALUE 0.               02040000
020500 01  WS-REVERSAL-R REDEFINES WS-REVERSAL-DATE.                    02050000
020600     05  WS-RV-CCYY           PIC 9(4).                           02060000
020700     05  WS-RV-MM             PIC 99.                             02070000
020800     05  WS-RV-DD             PIC 99.                             02080000
020900 01  WS-WORK-YYMM             PIC 9(6)     VALUE 0.               02090000
021000 01  WS-WORK-YYMM-R REDEFINES WS-WORK-YYMM.                       02100000
021100     05  WS-WK-CCYY           PIC 9(4).                           02110000
021200     05  WS-WK-MM             PIC 99.                             02120000
021300 01  WS-DAYS-IN-MONTH         PIC 99       VALUE 0.               02130000
021400 01  WS-LEAP-QUOT             PIC 9(4)     VALUE 0.               02140000
021500 01  WS-LEAP-REM4             PIC 9(3)     VALUE 0.               02150000
021600 01  WS-LEAP-REM100           PIC 9(3)     VALUE 0.               02160000
021700 01  WS-LEAP-REM400           PIC 9(3)     VALUE 0.               02170000
021800 01  WS-DAYS-PER-CYCLE        PIC 99       VALUE 30.              02180000
021900                                                                  02190000
022000******************************************************************02200000
022100* CURRENT ACCOUNT - the account being accrued: its cycle's last   02210000
022200* bill, the days since, its average cycle's usage and charge,     02220000
022300* and what is accrued for it.                                     02230000
022400******************************************************************02240000
022500 01  WS-LAST-BILL-DATE        PIC 9(8)     VALUE 0.               02250000
022600 01  WS-LAST-BILL-R REDEFINES WS-LAST-BILL-DATE.                  02260000
022700     05  WS-LB-YYMM           PIC 9(6).                           02270000
022800     05  WS-LB-DD             PIC 99.                             02280000
022900 01  WS-UNBILLED-DAYS         PIC 9(3)     VALUE 0.               02290000
023000 01  WS-CYCLE-KWH             PIC 9(5)     VALUE 0.               02300000
023100 01  WS-HIST-KWH              PIC 9(6)     VALUE 0.               02310000
023200 01  WS-HIST-CYCLES           PIC 9        VALUE 0.               02320000
023300 01  WS-UNBILLED-KWH          PIC 9(7)     VALUE 0.               02330000
023400 01  WS-CYCLE-CHARGE          PIC 9(7)V99  VALUE 0.               02340000
023410 01  WS-LAST-KW               PIC 9(6)V99  VALUE 0.               02341003
023420 01  WS-PEAK-KW               PIC 9(6)V99  VALUE 0.               02342003
023430 01  WS-RATCHET-KW            PIC 9(6)V99  VALUE 0.               02343003
023440 01  WS-BILLED-KW             PIC 9(6)V99  VALUE 0.               02344003
023450 01  WS-DEMAND-CHARGE         PIC 9(7)V99  VALUE 0.               02345003
023460 01  WS-KW-SUB                PIC 9(2)     VALUE 0.               02346003
023500 01  WS-ACCRUAL-AMT           PIC 9(7)V99  VALUE 0.               02350000
023600 01  WS-SKIP-REASON           PIC X(30)    VALUE SPACES.          02360000
023700 01  WS-KWH-SOURCE            PIC X(4)     VALUE SPACES.          02370000
023800                                                                  02380000
023900******************************************************************02390000
024000* TIER PRICING - the class schedule in effect at month end,       02400000
024100* applied to an average cycle's kWh the way UTIL2000 200-CALC-    02410000
024200* TIERS and 300-CALC-CHARGES bill it.                             02420000
024300******************************************************************02430000
024400 01  WS-RATE-TIER1            PIC V99      VALUE 0.               02440000
024500 01  WS-RATE-TIER2            PIC V99      VALUE 0.               02450000
024600 01  WS-RATE-TIER3            PIC V99      VALUE 0.               02460000
024700 01  WS-RATE-TIER4            PIC V99      VALUE 0.               02470000
024800 01  WS-TIER1-LIMIT           PIC 9(4)     VALUE 0.               02480000
024900 01  WS-TIER2-LIMIT           PIC 9(4)     VALUE 0.               02490000
025000 01  WS-TIER3-LIMIT           PIC 9(4)     VALUE 0.               02500000
025100 01  WS-TIER-BP2              PIC 9(5)     VALUE 0.               02510000
025200 01  WS-TIER-BP3              PIC 9(5)     VALUE 0.               02520000
025300 01  WS-TIER1-KWH             PIC 9(5)     VALUE 0.               02530000
025400 01  WS-TIER2-KWH             PIC 9(5)     VALUE 0.               02540000
025500 01  WS-TIER3-KWH             PIC 9(5)     VALUE 0.               02550000
025600 01  WS-TIER4-KWH             PIC 9(5)     VALUE 0.               02560000
025700 01  WS-TIER1-CHARGE          PIC 9(5)V99  VALUE 0.               02570000
025800 01  WS-TIER2-CHARGE          PIC 9(5)V99  VALUE 0.               02580000
025900 01  WS-TIER3-CHARGE          PIC 9(5)V99  VALUE 0.               02590000
026000 01  WS-TIER4-CHARGE          PIC 9(5)V99  VALUE 0.               02600000
026100                                                                  02610000
026200******************************************************************02620000
026300* PER-CLASS RATE TABLE - the newest RATEPARM schedule effective   02630000
026400* by month end for each class, loaded by 050-LOAD-RATES, with     02640000
026500* the class's accrual totals. A class with no effective           02650000
026600* schedule (WS-RT-EFF-DATE still zero) cannot be estimated.       02660000
026700******************************************************************02670000
026800 01  WS-RATE-TABLE.                                               02680000
026900     05  WS-RATE-ENTRY OCCURS 3 TIMES                             02690000
027000             INDEXED BY WS-RATE-IDX.                              02700000
027100         10  WS-RT-CLASS-CODE     PIC X(1)    VALUE SPACE.        02710000
027200         10  WS-RT-EFF-DATE       PIC 9(8)    VALUE 0.            02720000
027300         10  WS-RT-RATE-TIER1     PIC V99     VALUE 0.            02730000
027400         10  WS-RT-RATE-TIER2     PIC V99     VALUE 0.            02740000
027500         10  WS-RT-RATE-TIER3     PIC V99     VALUE 0.            02750000
027600         10  WS-RT-RATE-TIER4     PIC V99     VALUE 0.            02760000
027700         10  WS-RT-TIER1-LIMIT    PIC 9(4)    VALUE 0.            02770000
027800         10  WS-RT-TIER2-LIMIT    PIC 9(4)    VALUE 0.            02780000
027900         10  WS-RT-TIER3-LIMIT    PIC 9(4)    VALUE 0.            02790000
027910         10  WS-RT-DEMAND-RATE    PIC 9(2)V99 VALUE 0.            02791003
027920         10  WS-RT-RATCHET-PCT    PIC 9(3)    VALUE 0.            02792003
028000         10  WS-RT-ACCT-COUNT     PIC 9(5)    VALUE 0.            02800000
028100         10  WS-RT-KWH            PIC 9(9)    VALUE 0.            02810000
028200         10  WS-RT-REVENUE        PIC 9(9)V99 VALUE 0.            02820000
028300 01  WS-RATE-FOUND-SW         PIC X(1)     VALUE "N".             02830000
028400     88  WS-RATE-FOUND                     VALUE "Y".             02840000
028500                                                                  02850000
028600******************************************************************02860000
028700* CYCLE TABLE - each cycle's last completed UTIL2000 run on or    02870000
028800* before month end, from RUNCAL. An all-cycles run (blank         02880000
028900* cycle) covers every cycle and is kept in WS-ALL-CYCLE-DATE.     02890000
029000******************************************************************02900000
029100 01  WS-CYCLE-TABLE.                                              02910000
029200     05  WS-CYCLE-ENTRY OCCURS 50 TIMES                           02920000
029300             INDEXED BY WS-CYC-IDX.                               02930000
029400         10  WS-CY-CYCLE-CODE     PIC X(2)    VALUE SPACES.       02940000
029500         10  WS-CY-LAST-BILL      PIC 9(8)    VALUE 0.            02950000
029600 01  WS-CYCLE-COUNT           PIC 9(3)     VALUE 0.               02960000
029700 01  WS-ALL-CYCLE-DATE        PIC 9(8)     VALUE 0.               02970000
029800 01  WS-CYCLE-FOUND-SW        PIC X(1)     VALUE "N".             02980000
029900     88  WS-CYCLE-FOUND                    VALUE "Y".             02990000
030000                                                                  03000000
030100******************************************************************03010000
030200* CYCLE SELECTION - the cycles CYCLPARM lists; none listed        03020000
030300* accrues every cycle.                                            03030000
030400******************************************************************03040000
030500 01  WS-SELECT-TABLE.                                             03050000
030600     05  WS-SELECT-ENTRY OCCURS 50 TIMES                          03060000
030700             INDEXED BY WS-SEL-IDX.                               03070000
030800         10  WS-SL-CYCLE-CODE     PIC X(2)    VALUE SPACES.       03080000
030900 01  WS-SELECT-COUNT          PIC 9(3)     VALUE 0.               03090000
031000 01  WS-SELECTED-SW           PIC X(1)     VALUE "N".             03100000
031100     88  WS-CYCLE-SELECTED                 VALUE "Y".             03110000
031200                                                                  03120000
031300******************************************************************03130000
031400* CLASS AND CYCLE SUMMARY - accounts, kWh, and revenue accrued    03140000
031500* for each class within each cycle; one ACCRGL accrual and one    03150000
031600* reversal row is written per entry.                              03160000
031700******************************************************************03170000
031800 01  WS-SUMMARY-TABLE.                                            03180000
031900     05  WS-SUMMARY-ENTRY OCCURS 150 TIMES                        03190000
032000             INDEXED BY WS-SUM-IDX.                               03200000
032100         10  WS-SM-CLASS-CODE     PIC X(1)    VALUE SPACE.        03210000
032200         10  WS-SM-CYCLE-CODE     PIC X(2)    VALUE SPACES.       03220000
032300         10  WS-SM-ACCT-COUNT     PIC 9(5)    VALUE 0.            03230000
032400         10  WS-SM-KWH            PIC 9(9)    VALUE 0.            03240000
032500         10  WS-SM-REVENUE        PIC 9(9)V99 VALUE 0.            03250000
032600 01  WS-SUMMARY-COUNT         PIC 9(3)     VALUE 0.               03260000
032700 01  WS-SUMMARY-FOUND-SW      PIC X(1)     VALUE "N".             03270000
032800     88  WS-SUMMARY-FOUND                  VALUE "Y".             03280000
032900******************************************************************03290000
033000* GLMAP TABLE - every GLMAP row, loaded by 055-LOAD-GL-MAP;       03300000
033100* 057-FIND-GL-ACCOUNT picks a transaction type's GL code,         03310000
033200* side, and offset from it for the customer class in hand.        03320000
033300******************************************************************03330000
033400 01  WS-GL-ACCOUNT-CODE       PIC X(4)     VALUE SPACES.          03340000
033500 01  WS-GL-TRAN-TYPE          PIC X(4)     VALUE SPACES.          03350000
033600 01  WS-GL-CLASS-CODE         PIC X(1)     VALUE SPACE.           03360000
033700 01  WS-GL-SIDE               PIC X(1)     VALUE SPACE.           03370000
033800 01  WS-GL-OFFSET-CODE        PIC X(4)     VALUE SPACES.          03380000
033900 01  WS-GLMAP-FOUND-SW        PIC X(1)     VALUE "N".             03390000
034000     88  WS-GLMAP-FOUND                    VALUE "Y".             03400000
034100 01  WS-GLMAP-TABLE.                                              03410000
034200     05  WS-GLMAP-ENTRY OCCURS 100 TIMES                          03420000
034300             INDEXED BY WS-GLMAP-IDX.                             03430000
034400         10  WS-GM-TRAN-TYPE      PIC X(4)  VALUE SPACES.         03440000
034500         10  WS-GM-CLASS-CODE     PIC X(1)  VALUE SPACE.          03450000
034600         10  WS-GM-GL-ACCOUNT     PIC X(4)  VALUE SPACES.         03460000
034700         10  WS-GM-GL-SIDE        PIC X(1)  VALUE SPACE.          03470000
034800         10  WS-GM-OFFSET-ACCOUNT PIC X(4)  VALUE SPACES.         03480000
034900 01  WS-GLMAP-COUNT           PIC 9(3)     VALUE 0.               03490000
035000 01  WS-GLMAP-EOF-SW          PIC X(1)     VALUE "N".             03500000
035100     88  WS-EOF-GLMAP                      VALUE "Y".             03510000
035200                                                                  03520000
035300******************************************************************03530000
035400* RERUN CHECK - an earlier UTIL2500 completion this month on      03540000
035500* RUNCAL means this run replaces that accrual.                    03550000
035600******************************************************************03560000
035700 01  WS-PRIOR-RUN-DATE        PIC 9(8)     VALUE 0.               03570000
035800 01  WS-RC-YYMM               PIC 9(6)     VALUE 0.               03580000
035900 01  WS-RC-REMAIN             PIC 99       VALUE 0.               03590000
036000                                                                  03600000
036100******************************************************************03610000
036200* FILE STATUS / END-OF-FILE SWITCHES                              03620000
036300******************************************************************03630000
036400 01  WS-CUSTMAST-STATUS       PIC X(2)     VALUE "00".            03640000
036500 01  WS-CYCLPARM-STATUS       PIC X(2)     VALUE "00".            03650000
036600 01  WS-RUNCAL-STATUS         PIC X(2)     VALUE "00".            03660000
036700 01  WS-USGHIST-STATUS        PIC X(2)     VALUE "00".            03670000
036800 01  WS-RATEPARM-STATUS       PIC X(2)     VALUE "00".            03680000
036900 01  WS-GLMAP-STATUS          PIC X(2)     VALUE "00".            03690000
037000 01  WS-ACCRGL-STATUS         PIC X(2)     VALUE "00".            03700000
037100 01  WS-ACCRRPT-STATUS        PIC X(2)     VALUE "00".            03710000
037200 01  WS-CUSTMAST-EOF-SW       PIC X(1)     VALUE "N".             03720000
037300     88  WS-EOF-CUSTMAST                   VALUE "Y".             03730000
037400 01  WS-CYCLPARM-EOF-SW       PIC X(1)     VALUE "N".             03740000
037500     88  WS-EOF-CYCLPARM                   VALUE "Y".             03750000
037600 01  WS-RUNCAL-EOF-SW         PIC X(1)     VALUE "N".             03760000
037700     88  WS-EOF-RUNCAL                     VALUE "Y".             03770000
037800 01  WS-RATE-EOF-SW           PIC X(1)     VALUE "N".             03780000
037900     88  WS-EOF-RATEPARM                   VALUE "Y".             03790000
038000 01  WS-USGHIST-SW            PIC X(1)     VALUE "N".             03800000
038100     88  WS-USGHIST-PRESENT                VALUE "Y".             03810000
038200                                                                  03820000
038300******************************************************************03830000
038400* RUN COUNTERS AND TOTALS                                         03840000
038500******************************************************************03850000
038600 01  WS-READ-COUNT            PIC 9(5)     VALUE 0.               03860000
038700 01  WS-ACCRUED-COUNT         PIC 9(5)     VALUE 0.               03870000
038800 01  WS-OTHER-CYCLE-COUNT     PIC 9(5)     VALUE 0.               03880000
038900 01  WS-SKIPPED-COUNT         PIC 9(5)     VALUE 0.               03890000
039000 01  WS-TOTAL-KWH             PIC 9(9)     VALUE 0.               03900000
039100 01  WS-TOTAL-REVENUE         PIC 9(9)V99  VALUE 0.               03910000
039200 01  WS-ACCRGL-COUNT          PIC 9(5)     VALUE 0.               03920000
039300                                                                  03930000
039400******************************************************************03940000
039500* REPORT WORK AREAS                                               03950000
039600******************************************************************03960000
039700 01  WS-ACCRRPT-LINE          PIC X(132)   VALUE SPACES.          03970000
039800 01  WS-SYS-DATE8             PIC 9(8)     VALUE 0.               03980000
039900 01  WS-SYS-DATE-R REDEFINES WS-SYS-DATE8.                        03990000
040000     05  WS-SYS-CCYY          PIC 9(4).                           04000000
040100     05  WS-SYS-MM            PIC 99.                             04010000
040200     05  WS-SYS-DD            PIC 99.                             04020000
040300 01  WS-RUN-DATE-ED           PIC X(8)     VALUE SPACES.          04030000
040400 01  WS-FMT-DATE8             PIC 9(8)     VALUE 0.               04040000
040500 01  WS-FMT-DATE-R REDEFINES WS-FMT-DATE8.                        04050000
040600     05  WS-FMT-CCYY          PIC 9(4).                           04060000
040700     05  WS-FMT-MM            PIC 99.                             04070000
040800     05  WS-FMT-DD            PIC 99.                             04080000
040900 01  WS-FMT-DATE-ED           PIC X(8)     VALUE SPACES.          04090000
041000                                                                  04100000
041100******************************************************************04110000
041200* EDITED FIELDS FOR DISPLAY                                       04120000
041300******************************************************************04130000
041400 01  WS-MONEY-ED              PIC $$,$$$,$$9.99.                  04140000
041500 01  WS-TOTAL-ED              PIC $$$,$$$,$$9.99.                 04150000
041600 01  WS-KWH-ED                PIC ZZZ,ZZZ,ZZ9.                    04160000
041700 01  WS-DAYS-ED               PIC ZZ9.                            04170000
041800 01  WS-COUNT-ED              PIC ZZ,ZZ9.                         04180000
041900                                                                  04190000
042000******************************************************************04200000
042100* IT'S GO TIME!                                                   04210000
042200******************************************************************04220000
042300 PROCEDURE DIVISION.                                              04230000
042400                                                                  04240000
042500******************************************************************04250000
042600* MAINLINE - SET THE ACCRUAL PERIOD, LOAD THE PARAMETERS AND      04260000
042700* THE CALENDAR, ACCRUE EVERY ACCOUNT, THEN WRITE THE SUMMARY,     04270000
042800* THE GL ROWS, AND THE RUN TOTALS                                 04280000
042900******************************************************************04290000
043000 000-MAIN.                                                        04300000
043100     DISPLAY '*********************************************'.     04310000
043200     DISPLAY '*** UTIL2500 - UNBILLED REVENUE ACCRUAL    ***'.    04320000
043300     DISPLAY '*********************************************'.     04330000
043400     DISPLAY ' '.                                                 04340000
043500                                                                  04350000
043600     ACCEPT WS-SYS-DATE8 FROM DATE YYYYMMDD.                      04360000
043700     PERFORM 030-SET-ACCRUAL-PERIOD.                              04370000
043800     PERFORM 040-INIT-CLASS-TABLE.                                04380000
043900     PERFORM 050-LOAD-RATES.                                      04390000
044000     PERFORM 055-LOAD-GL-MAP.                                     04400000
044100     PERFORM 060-LOAD-CYCLE-PARM.                                 04410000
044200     PERFORM 070-LOAD-RUN-CALENDAR.                               04420000
044300     PERFORM 100-OPEN-FILES.                                      04430000
044400                                                                  04440000
044500     PERFORM 700-READ-CUSTMAST.                                   04450000
044600     PERFORM UNTIL WS-EOF-CUSTMAST                                04460000
044700         PERFORM 600-ACCRUE-ACCOUNT                               04470000
044800         PERFORM 700-READ-CUSTMAST                                04480000
044900     END-PERFORM.                                                 04490000
045000                                                                  04500000
045100     PERFORM 800-WRITE-SUMMARY.                                   04510000
045200     PERFORM 850-WRITE-ACCRUAL-GL.                                04520000
045300     PERFORM 900-CLOSE-WITH-TOTALS.                               04530000
045400     PERFORM 950-APPEND-RUN-CALENDAR.                             04540000
045500     STOP RUN.                                                    04550000
045600                                                                  04560000
045700******************************************************************04570000
045800* The accrual runs through the last day of the run's month;       04580000
045900* the reversal posts on the first day of the next month.          04590000
046000******************************************************************04600000
046100 030-SET-ACCRUAL-PERIOD.                                          04610000
046200     MOVE WS-SYS-CCYY TO WS-WK-CCYY.                              04620000
046300     MOVE WS-SYS-MM TO WS-WK-MM.                                  04630000
046400     PERFORM 035-DAYS-IN-MONTH.                                   04640000
046500     MOVE WS-WORK-YYMM TO WS-ME-YYMM.                             04650000
046600     MOVE WS-DAYS-IN-MONTH TO WS-ME-DD.                           04660000
046700                                                                  04670000
046800     PERFORM 036-NEXT-MONTH.                                      04680000
046900     MOVE WS-WK-CCYY TO WS-RV-CCYY.                               04690000
047000     MOVE WS-WK-MM TO WS-RV-MM.                                   04700000
047100     MOVE 1 TO WS-RV-DD.                                          04710000
047200                                                                  04720000
047300******************************************************************04730000
047400* Set WS-DAYS-IN-MONTH for the month in WS-WORK-YYMM. February    04740000
047500* has 29 days in a year divisible by 4, except a century year     04750000
047600* not divisible by 400.                                           04760000
047700******************************************************************04770000
047800 035-DAYS-IN-MONTH.                                               04780000
047900     EVALUATE WS-WK-MM                                            04790000
048000         WHEN 4                                                   04800000
048100         WHEN 6                                                   04810000
048200         WHEN 9                                                   04820000
048300         WHEN 11                                                  04830000
048400             MOVE 30 TO WS-DAYS-IN-MONTH                          04840000
048500         WHEN 2                                                   04850000
048600             DIVIDE WS-WK-CCYY BY 4                               04860000
048700                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM4       04870000
048800             DIVIDE WS-WK-CCYY BY 100                             04880000
048900                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM100     04890000
049000             DIVIDE WS-WK-CCYY BY 400                             04900000
049100                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM400     04910000
049200             IF WS-LEAP-REM4 = 0                                  04920000
049300                 AND (WS-LEAP-REM100 NOT = 0                      04930000
049400               OR WS-LEAP-REM400 = 0)                             04940000
049500                 MOVE 29 TO WS-DAYS-IN-MONTH                      04950000
049600             ELSE                                                 04960000
049700                 MOVE 28 TO WS-DAYS-IN-MONTH                      04970000
049800             END-IF                                               04980000
049900         WHEN OTHER                                               04990000
050000             MOVE 31 TO WS-DAYS-IN-MONTH                          05000000
050100     END-EVALUATE.                                                05010000
050200                                                                  05020000
050300******************************************************************05030000
050400* Step WS-WORK-YYMM forward one month.                            05040000
050500******************************************************************05050000
050600 036-NEXT-MONTH.                                                  05060000
050700     IF WS-WK-MM = 12                                             05070000
050800         ADD 1 TO WS-WK-CCYY                                      05080000
050900         MOVE 1 TO WS-WK-MM                                       05090000
051000     ELSE                                                         05100000
051100         ADD 1 TO WS-WK-MM                                        05110000
051200     END-IF.                                                      05120000
051300                                                                  05130000
051400******************************************************************05140000
051500* Set up one rate table entry per customer class; 050-LOAD-RATES  05150000
051600* fills in each class's schedule.                                 05160000
051700******************************************************************05170000
051800 040-INIT-CLASS-TABLE.                                            05180000
051900     MOVE "R" TO WS-RT-CLASS-CODE(1).                             05190000
052000     MOVE "C" TO WS-RT-CLASS-CODE(2).                             05200000
052100     MOVE "I" TO WS-RT-CLASS-CODE(3).                             05210000
052200                                                                  05220000
052300******************************************************************05230000
052400* Load the newest RATEPARM schedule for each class that is        05240000
052500* effective by month end - the rates the unbilled usage will      05250000
052600* be billed at.                                                   05260000
052700******************************************************************05270000
052800 050-LOAD-RATES.                                                  05280000
052900     OPEN INPUT RATEPARM-FILE.                                    05290000
053000     IF WS-RATEPARM-STATUS NOT = "00"                             05300000
053100         DISPLAY 'UNABLE TO OPEN RATEPARM, STATUS: '              05310000
053200             WS-RATEPARM-STATUS                                   05320000
053300         STOP RUN                                                 05330000
053400     END-IF.                                                      05340000
053500                                                                  05350000
053600     PERFORM 750-READ-RATEPARM.                                   05360000
053700     PERFORM UNTIL WS-EOF-RATEPARM                                05370000
053800         IF RP-EFF-DATE <= WS-MONTH-END-DATE                      05380000
053900             SET WS-RATE-IDX TO 1                                 05390000
054000             SEARCH WS-RATE-ENTRY                                 05400000
054100                 AT END                                           05410000
054200                     DISPLAY 'RATEPARM ROW HAS UNKNOWN CLASS '    05420000
054300                         RP-CLASS-CODE                            05430000
054400                 WHEN WS-RT-CLASS-CODE(WS-RATE-IDX) =             05440000
054500                         RP-CLASS-CODE                            05450000
054600                     IF RP-EFF-DATE >= WS-RT-EFF-DATE(WS-RATE-IDX)05460000
054700                         MOVE RP-EFF-DATE                         05470000
054800                             TO WS-RT-EFF-DATE(WS-RATE-IDX)       05480000
054900                         MOVE RP-RATE-TIER1                       05490000
055000                             TO WS-RT-RATE-TIER1(WS-RATE-IDX)     05500000
055100                         MOVE RP-RATE-TIER2                       05510000
055200                             TO WS-RT-RATE-TIER2(WS-RATE-IDX)     05520000
055300                         MOVE RP-RATE-TIER3                       05530000
055400                             TO WS-RT-RATE-TIER3(WS-RATE-IDX)     05540000
055500                         MOVE RP-RATE-TIER4                       05550000
055600                             TO WS-RT-RATE-TIER4(WS-RATE-IDX)     05560000
055700                         MOVE RP-TIER1-LIMIT                      05570000
055800                             TO WS-RT-TIER1-LIMIT(WS-RATE-IDX)    05580000
055900                         MOVE RP-TIER2-LIMIT                      05590000
056000                             TO WS-RT-TIER2-LIMIT(WS-RATE-IDX)    05600000
056100                         MOVE RP-TIER3-LIMIT                      05610000
056200                             TO WS-RT-TIER3-LIMIT(WS-RATE-IDX)    05620000
056205                         IF RP-DEMAND-RATE IS NUMERIC             05620503
056210                             MOVE RP-DEMAND-RATE                  05621003
056215                                 TO WS-RT-DEMAND-RATE(WS-RATE-IDX)05621503
056220                         ELSE                                     05622003
056225                             MOVE 0                               05622503
056230                                 TO WS-RT-DEMAND-RATE(WS-RATE-IDX)05623003
056235                         END-IF                                   05623503
056240                         IF RP-RATCHET-PCT IS NUMERIC             05624003
056245                             MOVE RP-RATCHET-PCT                  05624503
056250                                 TO WS-RT-RATCHET-PCT(WS-RATE-IDX)05625003
056255                         ELSE                                     05625503
056260                             MOVE 0                               05626003
056265                                 TO WS-RT-RATCHET-PCT(WS-RATE-IDX)05626503
056270                         END-IF                                   05627003
056300                     END-IF                                       05630000
056400             END-SEARCH                                           05640000
056500         END-IF                                                   05650000
056600         PERFORM 750-READ-RATEPARM                                05660000
056700     END-PERFORM.                                                 05670000
056800     CLOSE RATEPARM-FILE.                                         05680000
056900                                                                  05690000
057000******************************************************************05700000
057100* Load GLMAP into WS-GLMAP-TABLE the way UTIL2000 does. GLMAP is  05710000
057200* required, and so is a default (blank class) row for every       05720000
057300* type this program posts, so nothing reaches the GL feed         05730000
057400* without somewhere to post. A row whose side is neither "D"      05740000
057500* nor "C" is skipped and named.                                   05750000
057600******************************************************************05760000
057700 055-LOAD-GL-MAP.                                                 05770000
057800     OPEN INPUT GLMAP-FILE.                                       05780000
057900     IF WS-GLMAP-STATUS NOT = "00"                                05790000
058000         DISPLAY 'UNABLE TO OPEN GLMAP, STATUS: '                 05800000
058100             WS-GLMAP-STATUS                                      05810000
058200         STOP RUN                                                 05820000
058300     END-IF.                                                      05830000
058400                                                                  05840000
058500     PERFORM 755-READ-GLMAP.                                      05850000
058600     PERFORM UNTIL WS-EOF-GLMAP                                   05860000
058700         IF GM-GL-SIDE NOT = "D" AND GM-GL-SIDE NOT = "C"         05870000
058800             DISPLAY 'GLMAP ROW FOR ' GM-TRAN-TYPE ' CLASS '      05880000
058900                 GM-CLASS-CODE ' HAS NO DEBIT/CREDIT SIDE, '      05890000
059000                 'IGNORED'                                        05900000
059100         ELSE                                                     05910000
059200             IF WS-GLMAP-COUNT < 100                              05920000
059300                 ADD 1 TO WS-GLMAP-COUNT                          05930000
059400                 SET WS-GLMAP-IDX TO WS-GLMAP-COUNT               05940000
059500                 MOVE GM-TRAN-TYPE                                05950000
059600                     TO WS-GM-TRAN-TYPE(WS-GLMAP-IDX)             05960000
059700                 MOVE GM-CLASS-CODE                               05970000
059800                     TO WS-GM-CLASS-CODE(WS-GLMAP-IDX)            05980000
059900                 MOVE GM-GL-ACCOUNT                               05990000
060000                     TO WS-GM-GL-ACCOUNT(WS-GLMAP-IDX)            06000000
060100                 MOVE GM-GL-SIDE                                  06010000
060200                     TO WS-GM-GL-SIDE(WS-GLMAP-IDX)               06020000
060300                 MOVE GM-OFFSET-ACCOUNT                           06030000
060400                     TO WS-GM-OFFSET-ACCOUNT(WS-GLMAP-IDX)        06040000
060500             ELSE                                                 06050000
060600                 DISPLAY 'GLMAP HAS MORE THAN 100 ROWS - '        06060000
060700                     'RAISE THE TABLE BEFORE RERUNNING'           06070000
060800                 MOVE 16 TO RETURN-CODE                           06080000
060900                 STOP RUN                                         06090000
061000             END-IF                                               06100000
061100         END-IF                                                   06110000
061200         PERFORM 755-READ-GLMAP                                   06120000
061300     END-PERFORM.                                                 06130000
061400     CLOSE GLMAP-FILE.                                            06140000
061500                                                                  06150000
061600     MOVE SPACE TO WS-GL-CLASS-CODE.                              06160000
061700     MOVE "ACRU" TO WS-GL-TRAN-TYPE.                              06170000
061800     PERFORM 057-FIND-GL-ACCOUNT.                                 06180000
061900     MOVE "ARVS" TO WS-GL-TRAN-TYPE.                              06190000
062000     PERFORM 057-FIND-GL-ACCOUNT.                                 06200000
063200                                                                  06320000
063300******************************************************************06330000
063400* Find WS-GL-TRAN-TYPE's posting in the GLMAP table: the row for  06340000
063500* WS-GL-CLASS-CODE if accounting mapped one, else the type's      06350000
063600* default (blank class) row. A type with neither stops the run.   06360000
063700******************************************************************06370000
063800 057-FIND-GL-ACCOUNT.                                             06380000
063900     MOVE "N" TO WS-GLMAP-FOUND-SW.                               06390000
064000     SET WS-GLMAP-IDX TO 1.                                       06400000
064100     SEARCH WS-GLMAP-ENTRY                                        06410000
064200         AT END                                                   06420000
064300             CONTINUE                                             06430000
064400         WHEN WS-GM-TRAN-TYPE(WS-GLMAP-IDX) = WS-GL-TRAN-TYPE     06440000
064500             AND WS-GM-CLASS-CODE(WS-GLMAP-IDX) = WS-GL-CLASS-CODE06450000
064600             SET WS-GLMAP-FOUND TO TRUE                           06460000
064700     END-SEARCH.                                                  06470000
064800                                                                  06480000
064900     IF NOT WS-GLMAP-FOUND                                        06490000
065000         SET WS-GLMAP-IDX TO 1                                    06500000
065100         SEARCH WS-GLMAP-ENTRY                                    06510000
065200             AT END                                               06520000
065300                 CONTINUE                                         06530000
065400             WHEN WS-GM-TRAN-TYPE(WS-GLMAP-IDX) = WS-GL-TRAN-TYPE 06540000
065500                 AND WS-GM-CLASS-CODE(WS-GLMAP-IDX) = SPACE       06550000
065600                 SET WS-GLMAP-FOUND TO TRUE                       06560000
065700         END-SEARCH                                               06570000
065800     END-IF.                                                      06580000
065900                                                                  06590000
066000     IF WS-GLMAP-FOUND                                            06600000
066100         MOVE WS-GM-GL-ACCOUNT(WS-GLMAP-IDX)                      06610000
066200             TO WS-GL-ACCOUNT-CODE                                06620000
066300         MOVE WS-GM-GL-SIDE(WS-GLMAP-IDX) TO WS-GL-SIDE           06630000
066400         MOVE WS-GM-OFFSET-ACCOUNT(WS-GLMAP-IDX)                  06640000
066500             TO WS-GL-OFFSET-CODE                                 06650000
066600     ELSE                                                         06660000
066700         DISPLAY 'GLMAP HAS NO DEFAULT ROW FOR TRANSACTION TYPE ' 06670000
066800             WS-GL-TRAN-TYPE ' - ADD IT BEFORE RERUNNING'         06680000
066900         MOVE 16 TO RETURN-CODE                                   06690000
067000         STOP RUN                                                 06700000
067100     END-IF.                                                      06710000
067200                                                                  06720000
067300******************************************************************06730000
067400* Load the cycles CYCLPARM lists. No CYCLPARM, or an empty one,   06740000
067500* accrues every cycle.                                            06750000
067600******************************************************************06760000
067700 060-LOAD-CYCLE-PARM.                                             06770000
067800     OPEN INPUT CYCLPARM-FILE.                                    06780000
067900     IF WS-CYCLPARM-STATUS = "35"                                 06790000
068000         DISPLAY 'NO CYCLPARM FOUND, ACCRUING EVERY CYCLE'        06800000
068100     ELSE                                                         06810000
068200         IF WS-CYCLPARM-STATUS NOT = "00"                         06820000
068300             DISPLAY 'UNABLE TO OPEN CYCLPARM, STATUS: '          06830000
068400                 WS-CYCLPARM-STATUS                               06840000
068500             STOP RUN                                             06850000
068600         END-IF                                                   06860000
068700                                                                  06870000
068800         PERFORM 760-READ-CYCLPARM                                06880000
068900         PERFORM UNTIL WS-EOF-CYCLPARM                            06890000
069000             IF WS-SELECT-COUNT < 50                              06900000
069100                 ADD 1 TO WS-SELECT-COUNT                         06910000
069200                 SET WS-SEL-IDX TO WS-SELECT-COUNT                06920000
069300                 MOVE CY-CYCLE-CODE                               06930000
069400                     TO WS-SL-CYCLE-CODE(WS-SEL-IDX)              06940000
069500                 DISPLAY 'ACCRUING CYCLE ' CY-CYCLE-CODE          06950000
069600             ELSE                                                 06960000
069700                 DISPLAY 'CYCLPARM LISTS MORE THAN 50 CYCLES - '  06970000
069800                     'RAISE THE TABLE BEFORE RERUNNING'           06980000
069900                 MOVE 16 TO RETURN-CODE                           06990000
070000                 STOP RUN                                         07000000
070100             END-IF                                               07010000
070200             PERFORM 760-READ-CYCLPARM                            07020000
070300         END-PERFORM                                              07030000
070400         CLOSE CYCLPARM-FILE                                      07040000
070500                                                                  07050000
070600         IF WS-SELECT-COUNT = 0                                   07060000
070700             DISPLAY 'CYCLPARM IS EMPTY, ACCRUING EVERY CYCLE'    07070000
070800         END-IF                                                   07080000
070900     END-IF.                                                      07090000
071000                                                                  07100000
071100******************************************************************07110000
071200* Take each cycle's last completed UTIL2000 run on or before      07120000
071300* month end from RUNCAL, and note an earlier completed UTIL2500   07130000
071400* this month - this run replaces its accrual.                     07140000
071500******************************************************************07150000
071600 070-LOAD-RUN-CALENDAR.                                           07160000
071700     OPEN INPUT RUNCAL-FILE.                                      07170000
071800     IF WS-RUNCAL-STATUS = "05" OR WS-RUNCAL-STATUS = "35"        07180000
071900         DISPLAY 'NO RUNCAL FOUND, NO CYCLE HAS A BILLING RUN '   07190000
072000             'TO ACCRUE FROM'                                     07200000
072100         IF WS-RUNCAL-STATUS = "05"                               07210000
072200             CLOSE RUNCAL-FILE                                    07220000
072300         END-IF                                                   07230000
072400     ELSE                                                         07240000
072500         IF WS-RUNCAL-STATUS NOT = "00"                           07250000
072600             DISPLAY 'UNABLE TO OPEN RUNCAL, STATUS: '            07260000
072700                 WS-RUNCAL-STATUS                                 07270000
072800             STOP RUN                                             07280000
072900         END-IF                                                   07290000
073000                                                                  07300000
073100         PERFORM 770-READ-RUNCAL                                  07310000
073200         PERFORM UNTIL WS-EOF-RUNCAL                              07320000
073300             PERFORM 075-JUDGE-CALENDAR-ROW                       07330000
073400             PERFORM 770-READ-RUNCAL                              07340000
073500         END-PERFORM                                              07350000
073600         CLOSE RUNCAL-FILE                                        07360000
073700     END-IF.                                                      07370000
073800                                                                  07380000
073900     IF WS-PRIOR-RUN-DATE > 0                                     07390000
074000         MOVE WS-PRIOR-RUN-DATE TO WS-FMT-DATE8                   07400000
074100         PERFORM 690-FORMAT-DATE                                  07410000
074200         DISPLAY 'REPLACING THE ACCRUAL RUN ON ' WS-FMT-DATE-ED   07420000
074300     END-IF.                                                      07430000
074400                                                                  07440000
074500******************************************************************07450000
074600* Weigh one calendar row: a completed UTIL2000 run by month end   07460000
074700* updates its cycle's last bill (an all-cycles run updates        07470000
074800* every cycle's); a completed UTIL2500 this month is an           07480000
074900* earlier accrual this run replaces.                              07490000
075000******************************************************************07500000
075100 075-JUDGE-CALENDAR-ROW.                                          07510000
075200     IF RC-STATUS = "COMPLETE"                                    07520000
075300         IF RC-PROGRAM = "UTIL2000"                               07530000
075400             AND RC-RUN-DATE <= WS-MONTH-END-DATE                 07540000
075500             IF RC-CYCLE-CODE = SPACES                            07550000
075600                 IF RC-RUN-DATE > WS-ALL-CYCLE-DATE               07560000
075700                     MOVE RC-RUN-DATE TO WS-ALL-CYCLE-DATE        07570000
075800                 END-IF                                           07580000
075900             ELSE                                                 07590000
076000                 PERFORM 080-STORE-CYCLE-BILL                     07600000
076100             END-IF                                               07610000
076200         END-IF                                                   07620000
076300         IF RC-PROGRAM = "UTIL2500"                               07630000
076400             DIVIDE RC-RUN-DATE BY 100                            07640000
076500                 GIVING WS-RC-YYMM REMAINDER WS-RC-REMAIN         07650000
076600             IF WS-RC-YYMM = WS-ME-YYMM                           07660000
076700                 MOVE RC-RUN-DATE TO WS-PRIOR-RUN-DATE            07670000
076800             END-IF                                               07680000
076900         END-IF                                                   07690000
077000     END-IF.                                                      07700000
077100                                                                  07710000
077200******************************************************************07720000
077300* Keep the later of RC-RUN-DATE and the cycle's last bill so      07730000
077400* far, adding the cycle the first time it is seen.                07740000
077500******************************************************************07750000
077600 080-STORE-CYCLE-BILL.                                            07760000
077700     MOVE "N" TO WS-CYCLE-FOUND-SW.                               07770000
077800     SET WS-CYC-IDX TO 1.                                         07780000
077900     SEARCH WS-CYCLE-ENTRY                                        07790000
078000         AT END                                                   07800000
078100             CONTINUE                                             07810000
078200         WHEN WS-CY-CYCLE-CODE(WS-CYC-IDX) = RC-CYCLE-CODE        07820000
078300             SET WS-CYCLE-FOUND TO TRUE                           07830000
078400     END-SEARCH.                                                  07840000
078500                                                                  07850000
078600     IF NOT WS-CYCLE-FOUND                                        07860000
078700         IF WS-CYCLE-COUNT < 50                                   07870000
078800             ADD 1 TO WS-CYCLE-COUNT                              07880000
078900             SET WS-CYC-IDX TO WS-CYCLE-COUNT                     07890000
079000             MOVE RC-CYCLE-CODE TO WS-CY-CYCLE-CODE(WS-CYC-IDX)   07900000
079100         ELSE                                                     07910000
079200             DISPLAY 'RUNCAL HAS MORE THAN 50 CYCLES - RAISE '    07920000
079300                 'THE TABLE BEFORE RERUNNING'                     07930000
079400             MOVE 16 TO RETURN-CODE                               07940000
079500             STOP RUN                                             07950000
079600         END-IF                                                   07960000
079700     END-IF.                                                      07970000
079800                                                                  07980000
079900     IF RC-RUN-DATE > WS-CY-LAST-BILL(WS-CYC-IDX)                 07990000
080000         MOVE RC-RUN-DATE TO WS-CY-LAST-BILL(WS-CYC-IDX)          08000000
080100     END-IF.                                                      08010000
080200                                                                  08020000
080300******************************************************************08030000
080400* Open CUSTMAST, USGHIST, ACCRGL, and the report. No USGHIST      08040000
080500* estimates every account from its last bill's kWh.               08050000
080600******************************************************************08060000
080700 100-OPEN-FILES.                                                  08070000
080800     OPEN INPUT CUSTMAST-FILE.                                    08080000
080900     IF WS-CUSTMAST-STATUS NOT = "00"                             08090000
081000         DISPLAY 'UNABLE TO OPEN CUSTMAST, STATUS: '              08100000
081100             WS-CUSTMAST-STATUS                                   08110000
081200         STOP RUN                                                 08120000
081300     END-IF.                                                      08130000
081400                                                                  08140000
081500     OPEN INPUT USGHIST-FILE.                                     08150000
081600     IF WS-USGHIST-STATUS = "00"                                  08160000
081700         SET WS-USGHIST-PRESENT TO TRUE                           08170000
081800     ELSE                                                         08180000
081900         IF WS-USGHIST-STATUS = "05"                              08190000
082000             DISPLAY 'NO USGHIST FOUND, ESTIMATING FROM '         08200000
082100                 'CUSTMAST KWH'                                   08210000
082200             CLOSE USGHIST-FILE                                   08220000
082300         ELSE                                                     08230000
082400             DISPLAY 'UNABLE TO OPEN USGHIST, STATUS: '           08240000
082500                 WS-USGHIST-STATUS                                08250000
082600             STOP RUN                                             08260000
082700         END-IF                                                   08270000
082800     END-IF.                                                      08280000
082900                                                                  08290000
083000     OPEN OUTPUT ACCRGL-FILE.                                     08300000
083100     IF WS-ACCRGL-STATUS NOT = "00"                               08310000
083200         DISPLAY 'UNABLE TO OPEN ACCRGL, STATUS: '                08320000
083300             WS-ACCRGL-STATUS                                     08330000
083400         STOP RUN                                                 08340000
083500     END-IF.                                                      08350000
083600                                                                  08360000
083700     OPEN OUTPUT ACCRRPT-FILE.                                    08370000
083800     IF WS-ACCRRPT-STATUS NOT = "00"                              08380000
083900         DISPLAY 'UNABLE TO OPEN ACCRRPT, STATUS: '               08390000
084000             WS-ACCRRPT-STATUS                                    08400000
084100         STOP RUN                                                 08410000
084200     END-IF.                                                      08420000
084300                                                                  08430000
084400     STRING WS-SYS-MM "/" WS-SYS-DD "/" WS-SYS-CCYY(3:2)          08440000
084500         DELIMITED BY SIZE INTO WS-RUN-DATE-ED.                   08450000
084600                                                                  08460000
084700     MOVE SPACES TO WS-ACCRRPT-LINE.                              08470000
084800     STRING "UTIL2500 UNBILLED REVENUE ACCRUAL" " "               08480000
084900         "RUN DATE: " WS-RUN-DATE-ED                              08490000
085000         DELIMITED BY SIZE INTO WS-ACCRRPT-LINE.                  08500000
085100     MOVE WS-ACCRRPT-LINE TO ACCRRPT-REC.                         08510000
085200     WRITE ACCRRPT-REC.                                           08520000
085300                                                                  08530000
085400     MOVE SPACES TO WS-ACCRRPT-LINE.                              08540000
085500     MOVE WS-MONTH-END-DATE TO WS-FMT-DATE8.                      08550000
085600     PERFORM 690-FORMAT-DATE.                                     08560000
085700     STRING "ACCRUED THROUGH: " WS-FMT-DATE-ED                    08570000
085800         DELIMITED BY SIZE INTO WS-ACCRRPT-LINE.                  08580000
085900     MOVE WS-REVERSAL-DATE TO WS-FMT-DATE8.                       08590000
086000     PERFORM 690-FORMAT-DATE.                                     08600000
086100     STRING "   REVERSES ON: " WS-FMT-DATE-ED                     08610000
086200         DELIMITED BY SIZE INTO WS-ACCRRPT-LINE(26:24).           08620000
086300     MOVE WS-ACCRRPT-LINE TO ACCRRPT-REC.                         08630000
086400     WRITE ACCRRPT-REC.                                           08640000
086500                                                                  08650000
086600     IF WS-PRIOR-RUN-DATE > 0                                     08660000
086700         MOVE SPACES TO WS-ACCRRPT-LINE                           08670000
086800         MOVE WS-PRIOR-RUN-DATE TO WS-FMT-DATE8                   08680000
086900         PERFORM 690-FORMAT-DATE                                  08690000
087000         STRING "RERUN - ACCRGL REPLACES THE ACCRUAL RUN ON "     08700000
087100             WS-FMT-DATE-ED                                       08710000
087200             DELIMITED BY SIZE INTO WS-ACCRRPT-LINE               08720000
087300         MOVE WS-ACCRRPT-LINE TO ACCRRPT-REC                      08730000
087400         WRITE ACCRRPT-REC                                        08740000
087500     END-IF.                                                      08750000
087600                                                                  08760000
087700     MOVE SPACES TO WS-ACCRRPT-LINE.                              08770000
087800     MOVE WS-ACCRRPT-LINE TO ACCRRPT-REC.                         08780000
087900     WRITE ACCRRPT-REC.                                           08790000
088000                                                                  08800000
088100     MOVE SPACES TO WS-ACCRRPT-LINE.                              08810000
088200     STRING "ACCOUNT CL CY LAST BILL DAYS  CYCLE KWH"             08820000
088300         "  UNBILLED KWH        REVENUE  NOTE"                    08830000
088400         DELIMITED BY SIZE INTO WS-ACCRRPT-LINE.                  08840000
088500     MOVE WS-ACCRRPT-LINE TO ACCRRPT-REC.                         08850000
088600     WRITE ACCRRPT-REC.                                           08860000
088700                                                                  08870000
088800******************************************************************08880000
088900* Accrue one account: a cycle CYCLPARM did not list is counted    08890000
089000* and passed over; an account that cannot be estimated is         08900000
089100* listed with the reason; the rest are estimated, listed, and     08910000
089200* rolled into their class and their class-and-cycle summary.      08920000
089300******************************************************************08930000
089400 600-ACCRUE-ACCOUNT.                                              08940000
089500     ADD 1 TO WS-READ-COUNT.                                      08950000
089600     MOVE SPACES TO WS-SKIP-REASON.                               08960000
089700     MOVE 0 TO WS-LAST-BILL-DATE.                                 08970000
089800     MOVE 0 TO WS-UNBILLED-DAYS.                                  08980000
089900     MOVE 0 TO WS-CYCLE-KWH.                                      08990000
090000     MOVE 0 TO WS-UNBILLED-KWH.                                   09000000
090100     MOVE 0 TO WS-ACCRUAL-AMT.                                    09010000
090200                                                                  09020000
090300     PERFORM 605-CHECK-CYCLE-SELECTED.                            09030000
090400     IF NOT WS-CYCLE-SELECTED                                     09040000
090500         ADD 1 TO WS-OTHER-CYCLE-COUNT                            09050000
090600     ELSE                                                         09060000
090700         PERFORM 610-FIND-LAST-BILL                               09070000
090800         PERFORM 615-FIND-CLASS-RATE                              09080000
090900         EVALUATE TRUE                                            09090000
091000             WHEN CM-KWH-USED NOT NUMERIC                         09100000
091100                 OR CM-SERVICE-FEE NOT NUMERIC                    09110000
091200                 MOVE "KWH OR FEE NOT NUMERIC"                    09120000
091300                     TO WS-SKIP-REASON                            09130000
091400             WHEN NOT WS-RATE-FOUND                               09140000
091500                 MOVE "UNKNOWN CUSTOMER CLASS"                    09150000
091600                     TO WS-SKIP-REASON                            09160000
091700             WHEN WS-RT-EFF-DATE(WS-RATE-IDX) = 0                 09170000
091800                 MOVE "NO RATE IN EFFECT FOR CLASS"               09180000
091900                     TO WS-SKIP-REASON                            09190000
092000             WHEN WS-LAST-BILL-DATE = 0                           09200000
092100                 MOVE "NO BILLING RUN ON RUNCAL"                  09210000
092200                     TO WS-SKIP-REASON                            09220000
092300             WHEN OTHER                                           09230000
092400                 PERFORM 620-COUNT-UNBILLED-DAYS                  09240000
092500                 PERFORM 630-ESTIMATE-USAGE                       09250000
092600                 PERFORM 640-PRICE-USAGE                          09260000
092700                 PERFORM 650-ROLL-SUMMARY                         09270000
092800         END-EVALUATE                                             09280000
092900         IF WS-SKIP-REASON NOT = SPACES                           09290000
093000             ADD 1 TO WS-SKIPPED-COUNT                            09300000
093100         END-IF                                                   09310000
093200         PERFORM 660-WRITE-ACCOUNT-LINE                           09320000
093300     END-IF.                                                      09330000
093400                                                                  09340000
093500******************************************************************09350000
093600* Set WS-CYCLE-SELECTED when CYCLPARM lists the account's cycle   09360000
093700* or lists none at all.                                           09370000
093800******************************************************************09380000
093900 605-CHECK-CYCLE-SELECTED.                                        09390000
094000     MOVE "N" TO WS-SELECTED-SW.                                  09400000
094100     IF WS-SELECT-COUNT = 0                                       09410000
094200         SET WS-CYCLE-SELECTED TO TRUE                            09420000
094300     ELSE                                                         09430000
094400         SET WS-SEL-IDX TO 1                                      09440000
094500         SEARCH WS-SELECT-ENTRY                                   09450000
094600             AT END                                               09460000
094700                 CONTINUE                                         09470000
094800             WHEN WS-SL-CYCLE-CODE(WS-SEL-IDX) = CM-CYCLE-CODE    09480000
094900                 SET WS-CYCLE-SELECTED TO TRUE                    09490000
095000         END-SEARCH                                               09500000
095100     END-IF.                                                      09510000
095200                                                                  09520000
095300******************************************************************09530000
095400* The account's last bill is its cycle's last completed run or    09540000
095500* the last all-cycles run, whichever is later.                    09550000
095600******************************************************************09560000
095700 610-FIND-LAST-BILL.                                              09570000
095800     MOVE WS-ALL-CYCLE-DATE TO WS-LAST-BILL-DATE.                 09580000
095900     SET WS-CYC-IDX TO 1.                                         09590000
096000     SEARCH WS-CYCLE-ENTRY                                        09600000
096100         AT END                                                   09610000
096200             CONTINUE                                             09620000
096300         WHEN WS-CY-CYCLE-CODE(WS-CYC-IDX) = CM-CYCLE-CODE        09630000
096400             IF WS-CY-LAST-BILL(WS-CYC-IDX) > WS-LAST-BILL-DATE   09640000
096500                 MOVE WS-CY-LAST-BILL(WS-CYC-IDX)                 09650000
096600                     TO WS-LAST-BILL-DATE                         09660000
096700             END-IF                                               09670000
096800     END-SEARCH.                                                  09680000
096900                                                                  09690000
097000******************************************************************09700000
097100* Point WS-RATE-IDX at the account's class schedule.              09710000
097200******************************************************************09720000
097300 615-FIND-CLASS-RATE.                                             09730000
097400     MOVE "N" TO WS-RATE-FOUND-SW.                                09740000
097500     SET WS-RATE-IDX TO 1.                                        09750000
097600     SEARCH WS-RATE-ENTRY                                         09760000
097700         AT END                                                   09770000
097800             CONTINUE                                             09780000
097900         WHEN WS-RT-CLASS-CODE(WS-RATE-IDX) = CM-CLASS-CODE       09790000
098000             SET WS-RATE-FOUND TO TRUE                            09800000
098100     END-SEARCH.                                                  09810000
098200                                                                  09820000
098300******************************************************************09830000
098400* Count the days from the last bill to month end: the rest of     09840000
098500* the bill's month, every whole month between, and the days       09850000
098600* of the month being closed.                                      09860000
098700******************************************************************09870000
098800 620-COUNT-UNBILLED-DAYS.                                         09880000
098900     MOVE WS-LB-YYMM TO WS-WORK-YYMM.                             09890000
099000     PERFORM 035-DAYS-IN-MONTH.                                   09900000
099100     COMPUTE WS-UNBILLED-DAYS = WS-DAYS-IN-MONTH - WS-LB-DD.      09910000
099200                                                                  09920000
099300     PERFORM UNTIL WS-WORK-YYMM = WS-ME-YYMM                      09930000
099400         PERFORM 036-NEXT-MONTH                                   09940000
099500         IF WS-WORK-YYMM = WS-ME-YYMM                             09950000
099600             ADD WS-ME-DD TO WS-UNBILLED-DAYS                     09960000
099700         ELSE                                                     09970000
099800             PERFORM 035-DAYS-IN-MONTH                            09980000
099900             ADD WS-DAYS-IN-MONTH TO WS-UNBILLED-DAYS             09990000
100000         END-IF                                                   10000000
100100     END-PERFORM.                                                 10010000
100200                                                                  10020000
100300******************************************************************10030000
100400* An average cycle's kWh is the account's USGHIST average over    10040000
100500* the cycles it has history for, or its last bill's kWh when      10050000
100600* it has none; the unbilled kWh is that spread over the days      10060000
100700* since the last bill. The kW history comes along for the         10070003
100710* demand charge: the last cycle's kW, and the highest of the      10071003
100720* ten cycles before it that the ratchet looked back on.           10072003
100800******************************************************************10080000
100900 630-ESTIMATE-USAGE.                                              10090000
101000     MOVE 0 TO WS-HIST-KWH.                                       10100000
101100     MOVE 0 TO WS-HIST-CYCLES.                                    10110000
101110     MOVE 0 TO WS-LAST-KW.                                        10111003
101120     MOVE 0 TO WS-PEAK-KW.                                        10112003
101200     IF WS-USGHIST-PRESENT                                        10120000
101300         MOVE CM-ACCT-NUM TO UH-ACCT-NUM                          10130000
101400         READ USGHIST-FILE                                        10140000
101500             INVALID KEY                                          10150000
101600                 CONTINUE                                         10160000
101700             NOT INVALID KEY                                      10170000
101800                 IF UH-KWH-CYCLE1 > 0                             10180000
101900                     ADD UH-KWH-CYCLE1 TO WS-HIST-KWH             10190000
102000                     ADD 1 TO WS-HIST-CYCLES                      10200000
102100                 END-IF                                           10210000
102200                 IF UH-KWH-CYCLE2 > 0                             10220000
102300                     ADD UH-KWH-CYCLE2 TO WS-HIST-KWH             10230000
102400                     ADD 1 TO WS-HIST-CYCLES                      10240000
102500                 END-IF                                           10250000
102600                 IF UH-KWH-CYCLE3 > 0                             10260000
102700                     ADD UH-KWH-CYCLE3 TO WS-HIST-KWH             10270000
102800                     ADD 1 TO WS-HIST-CYCLES                      10280000
102900                 END-IF                                           10290000
102910                 MOVE UH-KW-CYCLE(1) TO WS-LAST-KW                10291003
102920                 PERFORM VARYING WS-KW-SUB FROM 2 BY 1            10292003
102930                         UNTIL WS-KW-SUB > 11                     10293003
102940                     IF UH-KW-CYCLE(WS-KW-SUB) > WS-PEAK-KW       10294003
102950                         MOVE UH-KW-CYCLE(WS-KW-SUB) TO WS-PEAK-KW10295003
102960                     END-IF                                       10296003
102970                 END-PERFORM                                      10297003
103000         END-READ                                                 10300000
103100     END-IF.                                                      10310000
103200                                                                  10320000
103300     IF WS-HIST-CYCLES > 0                                        10330000
103400         COMPUTE WS-CYCLE-KWH ROUNDED =                           10340000
103500             WS-HIST-KWH / WS-HIST-CYCLES                         10350000
103600         MOVE "HIST" TO WS-KWH-SOURCE                             10360000
103700     ELSE                                                         10370000
103800         MOVE CM-KWH-USED TO WS-CYCLE-KWH                         10380000
103900         MOVE "LAST" TO WS-KWH-SOURCE                             10390000
104000     END-IF.                                                      10400000
104100                                                                  10410000
104200     COMPUTE WS-UNBILLED-KWH ROUNDED =                            10420000
104300         WS-CYCLE-KWH * WS-UNBILLED-DAYS / WS-DAYS-PER-CYCLE.     10430000
104400                                                                  10440000
104500******************************************************************10450000
104600* Price an average cycle at the class's tiers plus the service    10460000
104700* fee and, for a class with a demand rate, a cycle's demand on    10470003
104710* the kW last billed - the last cycle's kW, or the ratchet on     10471003
104720* the cycles before it when that was greater, as 240-DETERMINE-   10472003
104730* DEMAND billed it - and accrue the share of it the unbilled      10473003
104740* days represent.                                                 10474003
104800******************************************************************10480000
104900 640-PRICE-USAGE.                                                 10490000
105000     MOVE WS-RT-RATE-TIER1(WS-RATE-IDX) TO WS-RATE-TIER1.         10500000
105100     MOVE WS-RT-RATE-TIER2(WS-RATE-IDX) TO WS-RATE-TIER2.         10510000
105200     MOVE WS-RT-RATE-TIER3(WS-RATE-IDX) TO WS-RATE-TIER3.         10520000
105300     MOVE WS-RT-RATE-TIER4(WS-RATE-IDX) TO WS-RATE-TIER4.         10530000
105400     MOVE WS-RT-TIER1-LIMIT(WS-RATE-IDX) TO WS-TIER1-LIMIT.       10540000
105500     MOVE WS-RT-TIER2-LIMIT(WS-RATE-IDX) TO WS-TIER2-LIMIT.       10550000
105600     MOVE WS-RT-TIER3-LIMIT(WS-RATE-IDX) TO WS-TIER3-LIMIT.       10560000
105700                                                                  10570000
105800     COMPUTE WS-TIER-BP2 = WS-TIER1-LIMIT + WS-TIER2-LIMIT.       10580000
105900     COMPUTE WS-TIER-BP3 = WS-TIER-BP2 + WS-TIER3-LIMIT.          10590000
106000     MOVE 0 TO WS-TIER1-KWH WS-TIER2-KWH WS-TIER3-KWH             10600000
106100         WS-TIER4-KWH.                                            10610000
106200                                                                  10620000
106300     IF WS-CYCLE-KWH <= WS-TIER1-LIMIT                            10630000
106400         MOVE WS-CYCLE-KWH TO WS-TIER1-KWH                        10640000
106500     ELSE                                                         10650000
106600         MOVE WS-TIER1-LIMIT TO WS-TIER1-KWH                      10660000
106700         IF WS-CYCLE-KWH <= WS-TIER-BP2                           10670000
106800             COMPUTE WS-TIER2-KWH = WS-CYCLE-KWH - WS-TIER1-LIMIT 10680000
106900         ELSE                                                     10690000
107000             MOVE WS-TIER2-LIMIT TO WS-TIER2-KWH                  10700000
107100             IF WS-CYCLE-KWH <= WS-TIER-BP3                       10710000
107200                 COMPUTE WS-TIER3-KWH =                           10720000
107300                     WS-CYCLE-KWH - WS-TIER-BP2                   10730000
107400             ELSE                                                 10740000
107500                 MOVE WS-TIER3-LIMIT TO WS-TIER3-KWH              10750000
107600                 COMPUTE WS-TIER4-KWH =                           10760000
107700                     WS-CYCLE-KWH - WS-TIER-BP3                   10770000
107800             END-IF                                               10780000
107900         END-IF                                                   10790000
108000     END-IF.                                                      10800000
108100                                                                  10810000
108200     COMPUTE WS-TIER1-CHARGE ROUNDED =                            10820000
108300         WS-TIER1-KWH * WS-RATE-TIER1.                            10830000
108400     COMPUTE WS-TIER2-CHARGE ROUNDED =                            10840000
108500         WS-TIER2-KWH * WS-RATE-TIER2.                            10850000
108600     COMPUTE WS-TIER3-CHARGE ROUNDED =                            10860000
108700         WS-TIER3-KWH * WS-RATE-TIER3.                            10870000
108800     COMPUTE WS-TIER4-CHARGE ROUNDED =                            10880000
108900         WS-TIER4-KWH * WS-RATE-TIER4.                            10890000
109000                                                                  10900000
109005     MOVE 0 TO WS-BILLED-KW.                                      10900503
109010     MOVE 0 TO WS-DEMAND-CHARGE.                                  10901003
109015     IF WS-RT-DEMAND-RATE(WS-RATE-IDX) > 0                        10901503
109020         COMPUTE WS-RATCHET-KW ROUNDED = WS-PEAK-KW               10902003
109025             * WS-RT-RATCHET-PCT(WS-RATE-IDX) / 100               10902503
109030         IF WS-RATCHET-KW > WS-LAST-KW                            10903003
109035             MOVE WS-RATCHET-KW TO WS-BILLED-KW                   10903503
109040         ELSE                                                     10904003
109045             MOVE WS-LAST-KW TO WS-BILLED-KW                      10904503
109050         END-IF                                                   10905003
109055         COMPUTE WS-DEMAND-CHARGE ROUNDED =                       10905503
109060             WS-BILLED-KW * WS-RT-DEMAND-RATE(WS-RATE-IDX)        10906003
109065     END-IF.                                                      10906503
109070                                                                  10907003
109100     COMPUTE WS-CYCLE-CHARGE = WS-TIER1-CHARGE + WS-TIER2-CHARGE  10910000
109200         + WS-TIER3-CHARGE + WS-TIER4-CHARGE + CM-SERVICE-FEE     10920003
109210         + WS-DEMAND-CHARGE.                                      10921003
109300                                                                  10930000
109400     COMPUTE WS-ACCRUAL-AMT ROUNDED =                             10940000
109500         WS-CYCLE-CHARGE * WS-UNBILLED-DAYS / WS-DAYS-PER-CYCLE.  10950000
109600                                                                  10960000
109700******************************************************************10970000
109800* Add the account to its class totals, its class-and-cycle        10980000
109900* summary entry, and the run totals.                              10990000
110000******************************************************************11000000
110100 650-ROLL-SUMMARY.                                                11010000
110200     ADD 1 TO WS-ACCRUED-COUNT.                                   11020000
110300     ADD WS-UNBILLED-KWH TO WS-TOTAL-KWH.                         11030000
110400     ADD WS-ACCRUAL-AMT TO WS-TOTAL-REVENUE.                      11040000
110500     ADD 1 TO WS-RT-ACCT-COUNT(WS-RATE-IDX).                      11050000
110600     ADD WS-UNBILLED-KWH TO WS-RT-KWH(WS-RATE-IDX).               11060000
110700     ADD WS-ACCRUAL-AMT TO WS-RT-REVENUE(WS-RATE-IDX).            11070000
110800                                                                  11080000
110900     MOVE "N" TO WS-SUMMARY-FOUND-SW.                             11090000
111000     SET WS-SUM-IDX TO 1.                                         11100000
111100     SEARCH WS-SUMMARY-ENTRY                                      11110000
111200         AT END                                                   11120000
111300             CONTINUE                                             11130000
111400         WHEN WS-SM-CLASS-CODE(WS-SUM-IDX) = CM-CLASS-CODE        11140000
111500             AND WS-SM-CYCLE-CODE(WS-SUM-IDX) = CM-CYCLE-CODE     11150000
111600             SET WS-SUMMARY-FOUND TO TRUE                         11160000
111700     END-SEARCH.                                                  11170000
111800                                                                  11180000
111900     IF NOT WS-SUMMARY-FOUND                                      11190000
112000         IF WS-SUMMARY-COUNT < 150                                11200000
112100             ADD 1 TO WS-SUMMARY-COUNT                            11210000
112200             SET WS-SUM-IDX TO WS-SUMMARY-COUNT                   11220000
112300             MOVE CM-CLASS-CODE TO WS-SM-CLASS-CODE(WS-SUM-IDX)   11230000
112400             MOVE CM-CYCLE-CODE TO WS-SM-CYCLE-CODE(WS-SUM-IDX)   11240000
112500         ELSE                                                     11250000
112600             DISPLAY 'MORE THAN 150 CLASS AND CYCLE PAIRS - '     11260000
112700                 'RAISE THE TABLE BEFORE RERUNNING'               11270000
112800             MOVE 16 TO RETURN-CODE                               11280000
112900             STOP RUN                                             11290000
113000         END-IF                                                   11300000
113100     END-IF.                                                      11310000
113200                                                                  11320000
113300     ADD 1 TO WS-SM-ACCT-COUNT(WS-SUM-IDX).                       11330000
113400     ADD WS-UNBILLED-KWH TO WS-SM-KWH(WS-SUM-IDX).                11340000
113500     ADD WS-ACCRUAL-AMT TO WS-SM-REVENUE(WS-SUM-IDX).             11350000
113600                                                                  11360000
113700******************************************************************11370000
113800* List one account: its estimate, or why it has none.             11380000
113900******************************************************************11390000
114000 660-WRITE-ACCOUNT-LINE.                                          11400000
114100     MOVE SPACES TO WS-ACCRRPT-LINE.                              11410000
114200     MOVE CM-ACCT-NUM TO WS-ACCRRPT-LINE(1:6).                    11420000
114300     MOVE CM-CLASS-CODE TO WS-ACCRRPT-LINE(9:1).                  11430000
114400     MOVE CM-CYCLE-CODE TO WS-ACCRRPT-LINE(12:2).                 11440000
114500     IF WS-LAST-BILL-DATE > 0                                     11450000
114600         MOVE WS-LAST-BILL-DATE TO WS-FMT-DATE8                   11460000
114700         PERFORM 690-FORMAT-DATE                                  11470000
114800         MOVE WS-FMT-DATE-ED TO WS-ACCRRPT-LINE(15:8)             11480000
114900     END-IF.                                                      11490000
115000     IF WS-SKIP-REASON = SPACES                                   11500000
115100         MOVE WS-UNBILLED-DAYS TO WS-DAYS-ED                      11510000
115200         MOVE WS-DAYS-ED TO WS-ACCRRPT-LINE(26:3)                 11520000
115300         MOVE WS-CYCLE-KWH TO WS-KWH-ED                           11530000
115400         MOVE WS-KWH-ED TO WS-ACCRRPT-LINE(30:11)                 11540000
115500         MOVE WS-UNBILLED-KWH TO WS-KWH-ED                        11550000
115600         MOVE WS-KWH-ED TO WS-ACCRRPT-LINE(44:11)                 11560000
115700         MOVE WS-ACCRUAL-AMT TO WS-MONEY-ED                       11570000
115800         MOVE WS-MONEY-ED TO WS-ACCRRPT-LINE(57:13)               11580000
115900         MOVE WS-KWH-SOURCE TO WS-ACCRRPT-LINE(72:4)              11590000
116000     ELSE                                                         11600000
116100         MOVE WS-SKIP-REASON TO WS-ACCRRPT-LINE(72:30)            11610000
116200     END-IF.                                                      11620000
116300     MOVE WS-ACCRRPT-LINE TO ACCRRPT-REC.                         11630000
116400     WRITE ACCRRPT-REC.                                           11640000
116500                                                                  11650000
116600******************************************************************11660000
116700* Edit WS-FMT-DATE8 into WS-FMT-DATE-ED as MM/DD/YY.              11670000
116800******************************************************************11680000
116900 690-FORMAT-DATE.                                                 11690000
117000     MOVE SPACES TO WS-FMT-DATE-ED.                               11700000
117100     STRING WS-FMT-MM "/" WS-FMT-DD "/" WS-FMT-CCYY(3:2)          11710000
117200         DELIMITED BY SIZE INTO WS-FMT-DATE-ED.                   11720000
117300                                                                  11730000
117400******************************************************************11740000
117500* Print the accrual by class and cycle, then by class.            11750000
117600******************************************************************11760000
117700 800-WRITE-SUMMARY.                                               11770000
117800     MOVE SPACES TO WS-ACCRRPT-LINE.                              11780000
117900     MOVE WS-ACCRRPT-LINE TO ACCRRPT-REC.                         11790000
118000     WRITE ACCRRPT-REC.                                           11800000
118100                                                                  11810000
118200     MOVE SPACES TO WS-ACCRRPT-LINE.                              11820000
118300     STRING "CLASS CYCLE   ACCOUNTS   UNBILLED KWH        REVENUE"11830000
118400         DELIMITED BY SIZE INTO WS-ACCRRPT-LINE.                  11840000
118500     MOVE WS-ACCRRPT-LINE TO ACCRRPT-REC.                         11850000
118600     WRITE ACCRRPT-REC.                                           11860000
118700                                                                  11870000
118800     PERFORM VARYING WS-SUM-IDX FROM 1 BY 1                       11880000
118900             UNTIL WS-SUM-IDX > WS-SUMMARY-COUNT                  11890000
119000         MOVE SPACES TO WS-ACCRRPT-LINE                           11900000
119100         MOVE WS-SM-CLASS-CODE(WS-SUM-IDX)                        11910000
119200             TO WS-ACCRRPT-LINE(3:1)                              11920000
119300         MOVE WS-SM-CYCLE-CODE(WS-SUM-IDX)                        11930000
119400             TO WS-ACCRRPT-LINE(9:2)                              11940000
119500         MOVE WS-SM-ACCT-COUNT(WS-SUM-IDX) TO WS-COUNT-ED         11950000
119600         MOVE WS-COUNT-ED TO WS-ACCRRPT-LINE(14:6)                11960000
119700         MOVE WS-SM-KWH(WS-SUM-IDX) TO WS-KWH-ED                  11970000
119800         MOVE WS-KWH-ED TO WS-ACCRRPT-LINE(23:11)                 11980000
119900         MOVE WS-SM-REVENUE(WS-SUM-IDX) TO WS-TOTAL-ED            11990000
120000         MOVE WS-TOTAL-ED TO WS-ACCRRPT-LINE(36:14)               12000000
120100         MOVE WS-ACCRRPT-LINE TO ACCRRPT-REC                      12010000
120200         WRITE ACCRRPT-REC                                        12020000
120300     END-PERFORM.                                                 12030000
120400                                                                  12040000
120500     MOVE SPACES TO WS-ACCRRPT-LINE.                              12050000
120600     MOVE WS-ACCRRPT-LINE TO ACCRRPT-REC.                         12060000
120700     WRITE ACCRRPT-REC.                                           12070000
120800                                                                  12080000
120900     PERFORM VARYING WS-RATE-IDX FROM 1 BY 1                      12090000
121000             UNTIL WS-RATE-IDX > 3                                12100000
121100         MOVE SPACES TO WS-ACCRRPT-LINE                           12110000
121200         MOVE WS-RT-CLASS-CODE(WS-RATE-IDX)                       12120000
121300             TO WS-ACCRRPT-LINE(3:1)                              12130000
121400         MOVE "ALL" TO WS-ACCRRPT-LINE(9:3)                       12140000
121500         MOVE WS-RT-ACCT-COUNT(WS-RATE-IDX) TO WS-COUNT-ED        12150000
121600         MOVE WS-COUNT-ED TO WS-ACCRRPT-LINE(14:6)                12160000
121700         MOVE WS-RT-KWH(WS-RATE-IDX) TO WS-KWH-ED                 12170000
121800         MOVE WS-KWH-ED TO WS-ACCRRPT-LINE(23:11)                 12180000
121900         MOVE WS-RT-REVENUE(WS-RATE-IDX) TO WS-TOTAL-ED           12190000
122000         MOVE WS-TOTAL-ED TO WS-ACCRRPT-LINE(36:14)               12200000
122100         MOVE WS-ACCRRPT-LINE TO ACCRRPT-REC                      12210000
122200         WRITE ACCRRPT-REC                                        12220000
122300     END-PERFORM.                                                 12230000
122400                                                                  12240000
122500     MOVE SPACES TO WS-ACCRRPT-LINE.                              12250000
122600     MOVE "TOTAL" TO WS-ACCRRPT-LINE(1:5).                        12260000
122700     MOVE WS-ACCRUED-COUNT TO WS-COUNT-ED.                        12270000
122800     MOVE WS-COUNT-ED TO WS-ACCRRPT-LINE(14:6).                   12280000
122900     MOVE WS-TOTAL-KWH TO WS-KWH-ED.                              12290000
123000     MOVE WS-KWH-ED TO WS-ACCRRPT-LINE(23:11).                    12300000
123100     MOVE WS-TOTAL-REVENUE TO WS-TOTAL-ED.                        12310000
123200     MOVE WS-TOTAL-ED TO WS-ACCRRPT-LINE(36:14).                  12320000
123300     MOVE WS-ACCRRPT-LINE TO ACCRRPT-REC.                         12330000
123400     WRITE ACCRRPT-REC.                                           12340000
123500                                                                  12350000
123600******************************************************************12360000
123700* Write ACCRGL: for each class and cycle with revenue accrued,    12370000
123800* an ACRU row dated month end and an ARVS row reversing it on     12380000
123900* the first day of next month, each at its GLMAP posting.         12390000
124000******************************************************************12400000
124100 850-WRITE-ACCRUAL-GL.                                            12410000
124200     PERFORM VARYING WS-SUM-IDX FROM 1 BY 1                       12420000
124300             UNTIL WS-SUM-IDX > WS-SUMMARY-COUNT                  12430000
124400         IF WS-SM-REVENUE(WS-SUM-IDX) > 0                         12440000
124500             MOVE WS-SM-CLASS-CODE(WS-SUM-IDX)                    12450000
124600                 TO WS-GL-CLASS-CODE                              12460000
124700             MOVE "ACRU" TO WS-GL-TRAN-TYPE                       12470000
124800             MOVE WS-MONTH-END-DATE TO GL-POST-DATE               12480000
124900             PERFORM 855-WRITE-GL-ROW                             12490000
125000             MOVE "ARVS" TO WS-GL-TRAN-TYPE                       12500000
125100             MOVE WS-REVERSAL-DATE TO GL-POST-DATE                12510000
125200             PERFORM 855-WRITE-GL-ROW                             12520000
125300         END-IF                                                   12530000
125400     END-PERFORM.                                                 12540000
125500                                                                  12550000
125600******************************************************************12560000
125700* Write one ACCRGL row for the current summary entry, carrying    12570000
125800* its cycle in the account field.                                 12580000
125900******************************************************************12590000
126000 855-WRITE-GL-ROW.                                                12600000
126100     PERFORM 057-FIND-GL-ACCOUNT.                                 12610000
126200     MOVE SPACES TO GL-ACCT-NUM.                                  12620000
126300     STRING "CYC" WS-SM-CYCLE-CODE(WS-SUM-IDX)                    12630000
126400         DELIMITED BY SIZE INTO GL-ACCT-NUM.                      12640000
126500     MOVE WS-GL-ACCOUNT-CODE TO GL-REVENUE-CODE.                  12650000
126600     MOVE WS-SM-REVENUE(WS-SUM-IDX) TO GL-AMOUNT.                 12660000
126700     MOVE WS-GL-TRAN-TYPE TO GL-TRAN-TYPE.                        12670000
126800     MOVE WS-GL-SIDE TO GL-DR-CR.                                 12680000
126900     MOVE WS-GL-OFFSET-CODE TO GL-OFFSET-CODE.                    12690000
127000     WRITE ACCRGL-REC.                                            12700000
127100     ADD 1 TO WS-ACCRGL-COUNT.                                    12710000
127200                                                                  12720000
127300******************************************************************12730000
127400* Write the run totals, close, and display them. Accounts that    12740000
127500* could not be estimated end the run with return code 4.          12750000
127600******************************************************************12760000
127700 900-CLOSE-WITH-TOTALS.                                           12770000
127800     MOVE SPACES TO WS-ACCRRPT-LINE.                              12780000
127900     MOVE WS-ACCRRPT-LINE TO ACCRRPT-REC.                         12790000
128000     WRITE ACCRRPT-REC.                                           12800000
128100                                                                  12810000
128200     MOVE SPACES TO WS-ACCRRPT-LINE.                              12820000
128300     MOVE WS-READ-COUNT TO WS-COUNT-ED.                           12830000
128400     STRING "ACCOUNTS READ    : " WS-COUNT-ED                     12840000
128500         DELIMITED BY SIZE INTO WS-ACCRRPT-LINE.                  12850000
128600     MOVE WS-ACCRRPT-LINE TO ACCRRPT-REC.                         12860000
128700     WRITE ACCRRPT-REC.                                           12870000
128800                                                                  12880000
128900     MOVE SPACES TO WS-ACCRRPT-LINE.                              12890000
129000     MOVE WS-ACCRUED-COUNT TO WS-COUNT-ED.                        12900000
129100     STRING "ACCOUNTS ACCRUED : " WS-COUNT-ED                     12910000
129200         DELIMITED BY SIZE INTO WS-ACCRRPT-LINE.                  12920000
129300     MOVE WS-ACCRRPT-LINE TO ACCRRPT-REC.                         12930000
129400     WRITE ACCRRPT-REC.                                           12940000
129500                                                                  12950000
129600     MOVE SPACES TO WS-ACCRRPT-LINE.                              12960000
129700     MOVE WS-SKIPPED-COUNT TO WS-COUNT-ED.                        12970000
129800     STRING "NOT ESTIMATED    : " WS-COUNT-ED                     12980000
129900         DELIMITED BY SIZE INTO WS-ACCRRPT-LINE.                  12990000
130000     MOVE WS-ACCRRPT-LINE TO ACCRRPT-REC.                         13000000
130100     WRITE ACCRRPT-REC.                                           13010000
130200                                                                  13020000
130300     MOVE SPACES TO WS-ACCRRPT-LINE.                              13030000
130400     MOVE WS-OTHER-CYCLE-COUNT TO WS-COUNT-ED.                    13040000
130500     STRING "OTHER CYCLES     : " WS-COUNT-ED                     13050000
130600         DELIMITED BY SIZE INTO WS-ACCRRPT-LINE.                  13060000
130700     MOVE WS-ACCRRPT-LINE TO ACCRRPT-REC.                         13070000
130800     WRITE ACCRRPT-REC.                                           13080000
130900                                                                  13090000
131000     MOVE SPACES TO WS-ACCRRPT-LINE.                              13100000
131100     MOVE WS-ACCRGL-COUNT TO WS-COUNT-ED.                         13110000
131200     STRING "ACCRGL ROWS      : " WS-COUNT-ED                     13120000
131300         DELIMITED BY SIZE INTO WS-ACCRRPT-LINE.                  13130000
131400     MOVE WS-ACCRRPT-LINE TO ACCRRPT-REC.                         13140000
131500     WRITE ACCRRPT-REC.                                           13150000
131600                                                                  13160000
131700     CLOSE CUSTMAST-FILE.                                         13170000
131800     IF WS-USGHIST-PRESENT                                        13180000
131900         CLOSE USGHIST-FILE                                       13190000
132000     END-IF.                                                      13200000
132100     CLOSE ACCRGL-FILE.                                           13210000
132200     CLOSE ACCRRPT-FILE.                                          13220000
132300                                                                  13230000
132400     MOVE WS-ACCRUED-COUNT TO WS-COUNT-ED.                        13240000
132500     DISPLAY 'ACCOUNTS ACCRUED   : ' WS-COUNT-ED.                 13250000
132600     MOVE WS-SKIPPED-COUNT TO WS-COUNT-ED.                        13260000
132700     DISPLAY 'NOT ESTIMATED      : ' WS-COUNT-ED.                 13270000
132800     MOVE WS-TOTAL-REVENUE TO WS-TOTAL-ED.                        13280000
132900     DISPLAY 'REVENUE ACCRUED    : ' WS-TOTAL-ED.                 13290000
133000                                                                  13300000
133100     IF WS-SKIPPED-COUNT > 0                                      13310000
133200         MOVE 4 TO RETURN-CODE                                    13320000
133300     END-IF.                                                      13330000
133400                                                                  13340000
133500******************************************************************13350000
133600* Record this run on the calendar, so a rerun this month knows    13360000
133700* it is replacing it.                                             13370000
133800******************************************************************13380000
133900 950-APPEND-RUN-CALENDAR.                                         13390000
134000     OPEN EXTEND RUNCAL-FILE.                                     13400000
134100     IF WS-RUNCAL-STATUS NOT = "00"                               13410000
134200         AND WS-RUNCAL-STATUS NOT = "05"                          13420000
134300         DISPLAY 'UNABLE TO OPEN RUNCAL FOR EXTEND, '             13430000
134400             'STATUS: ' WS-RUNCAL-STATUS                          13440000
134500         STOP RUN                                                 13450000
134600     END-IF.                                                      13460000
134700     MOVE "UTIL2500"       TO RC-PROGRAM.                         13470000
134800     MOVE SPACES           TO RC-CYCLE-CODE.                      13480000
134900     MOVE WS-SYS-DATE8     TO RC-RUN-DATE.                        13490000
135000     MOVE "COMPLETE"       TO RC-STATUS.                          13500000
135100     WRITE RUNCAL-REC.                                            13510000
135200     CLOSE RUNCAL-FILE.                                           13520000
135300                                                                  13530000
135400******************************************************************13540000
135500* Read one CUSTMAST record; set WS-EOF-CUSTMAST at end of file.   13550000
135600******************************************************************13560000
135700 700-READ-CUSTMAST.                                               13570000
135800     READ CUSTMAST-FILE                                           13580000
135900         AT END                                                   13590000
136000             MOVE "Y" TO WS-CUSTMAST-EOF-SW                       13600000
136100         NOT AT END                                               13610000
136200             CONTINUE                                             13620000
136300     END-READ.                                                    13630000
136400                                                                  13640000
136500******************************************************************13650000
136600* Read one RATEPARM record; set WS-EOF-RATEPARM at end of file.   13660000
136700******************************************************************13670000
136800 750-READ-RATEPARM.                                               13680000
136900     READ RATEPARM-FILE                                           13690000
137000         AT END                                                   13700000
137100             MOVE "Y" TO WS-RATE-EOF-SW                           13710000
137200         NOT AT END                                               13720000
137300             CONTINUE                                             13730000
137400     END-READ.                                                    13740000
137500                                                                  13750000
137600******************************************************************13760000
137605* Read one GLMAP record; set WS-EOF-GLMAP at end of file.         13760502
137610******************************************************************13761002
137615 755-READ-GLMAP.                                                  13761502
137620     READ GLMAP-FILE                                              13762002
137625         AT END                                                   13762502
137630             MOVE "Y" TO WS-GLMAP-EOF-SW                          13763002
137635         NOT AT END                                               13763502
137640             CONTINUE                                             13764002
137645     END-READ.                                                    13764502
137650                                                                  13765002
137655******************************************************************13765502
137700* Read one CYCLPARM record; set WS-EOF-CYCLPARM at end of file.   13770000
137800******************************************************************13780000
137900 760-READ-CYCLPARM.                                               13790000
138000     READ CYCLPARM-FILE                                           13800000
138100         AT END                                                   13810000
138200             MOVE "Y" TO WS-CYCLPARM-EOF-SW                       13820000
138300         NOT AT END                                               13830000
138400             CONTINUE                                             13840000
138500     END-READ.                                                    13850000
138600                                                                  13860000
138700******************************************************************13870000
138800* Read one RUNCAL record; set WS-EOF-RUNCAL at end of file.       13880000
138900******************************************************************13890000
139000 770-READ-RUNCAL.                                                 13900000
139100     READ RUNCAL-FILE                                             13910000
139200         AT END                                                   13920000
139300             MOVE "Y" TO WS-RUNCAL-EOF-SW                         13930000
139400         NOT AT END                                               13940000
139500             CONTINUE                                             13950000
139600     END-READ.                                                    13960000
