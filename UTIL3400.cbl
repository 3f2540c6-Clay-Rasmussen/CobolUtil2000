000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. UTIL3400.                                            00020000
000300******************************************************************00030000
000400*  Programmer.: Clay Rasmussen                                    00040000
000500*  Date.......: October 15, 2026                                  00050000
000600*  GitHub URL.: github.com/Clay-Rasmussen/CobolUtil2000           00060000
000700*  Description: This COBOL program is the nightly integrity       00070000
000800*  audit of the files keyed by account number. CUSTMAST is        00080000
000900*  loaded first and every record on BALFWD, USGHIST, DEPMAST,     00090000
001000*  BUDGPLAN, PAYARNG, AUTOPAY, FINLPEND, WOFFMAST and PAYSUSPN    00100000
001100*  is matched back to it: a record with no CUSTMAST parent is     00110000
001200*  an orphan. The files are also checked against each other -     00120000
001300*  a budget plan or an active arrangement on an account pending   00130000
001400*  final settlement, a deposit still held on a written-off        00140000
001500*  account - and CUSTMAST is checked against the billing          00150000
001600*  parameters: a customer class with no RATEPARM schedule in      00160000
001700*  effect, or a jurisdiction with no TAXPARM entry. Every         00170000
001800*  finding goes on the AUDITRPT exceptions report, critical       00180000
001900*  first, then warnings. Contradictions, parameter gaps,          00190000
002000*  duplicate accounts and orphans still holding money are         00200000
002100*  critical and end the run with return code 16 so operations     00210000
002200*  can hold the next UTIL2000 cycle; with only warnings the       00220000
002300*  run ends with return code 4.                                   00230000
002400******************************************************************00240000
002500 ENVIRONMENT DIVISION.                                            00250000
002600 INPUT-OUTPUT SECTION.                                            00260000
002700 FILE-CONTROL.                                                    00270000
002800**************************************************************    00280000
002900* CUSTMAST - customer master, the parent every other file is      00290000
003000* matched back to                                                 00300000
003100**************************************************************    00310000
003200     SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"                    00320000
003300         ORGANIZATION IS LINE SEQUENTIAL                          00330000
003400         FILE STATUS IS WS-CUSTMAST-STATUS.                       00340000
003500                                                                  00350000
003600**************************************************************    00360000
003700* RATEPARM - the rate schedules, for the classes that have one    00370000
003800* in effect today                                                 00380000
003900**************************************************************    00390000
004000     SELECT RATEPARM-FILE ASSIGN TO "RATEPARM"                    00400000
004100         ORGANIZATION IS LINE SEQUENTIAL                          00410000
004200         FILE STATUS IS WS-RATEPARM-STATUS.                       00420000
004300                                                                  00430000
004400**************************************************************    00440000
004500* TAXPARM - the tax schedules, for the jurisdictions that have    00450000
004600* one in effect today; no file means none do                      00460000
004700**************************************************************    00470000
004800     SELECT TAXPARM-FILE ASSIGN TO "TAXPARM"                      00480000
004900         ORGANIZATION IS LINE SEQUENTIAL                          00490000
005000         FILE STATUS IS WS-TAXPARM-STATUS.                        00500000
005100                                                                  00510000
005200**************************************************************    00520000
005300* FINLPEND - accounts final-billed by UTIL2300 and still          00530000
005400* waiting on settlement; no file means none are pending           00540000
005500**************************************************************    00550000
005600     SELECT FINLPEND-FILE ASSIGN TO "FINLPEND"                    00560000
005700         ORGANIZATION IS LINE SEQUENTIAL                          00570000
005800         FILE STATUS IS WS-FINLPEND-STATUS.                       00580000
005900                                                                  00590000
006000**************************************************************    00600000
006100* PAYSUSPN - the payments UTIL1500 left in suspense on its        00610000
006200* last run; no file means nothing is suspended                    00620000
006300**************************************************************    00630000
006400     SELECT PAYSUSPN-FILE ASSIGN TO "PAYSUSPN"                    00640000
006500         ORGANIZATION IS LINE SEQUENTIAL                          00650000
006600         FILE STATUS IS WS-PAYSUSPN-STATUS.                       00660000
006700                                                                  00670000
006800**************************************************************    00680000
006900* The indexed account files, each read front to back in key       00690000
007000* order. All OPTIONAL: a file not yet created has nothing in      00700000
007100* it to audit.                                                    00710000
007200**************************************************************    00720000
007300     SELECT OPTIONAL BALFWD-FILE ASSIGN TO "BALFWD"               00730000
007400         ORGANIZATION IS INDEXED                                  00740000
007500         ACCESS MODE IS SEQUENTIAL                                00750000
007600         RECORD KEY IS BF-ACCT-NUM                                00760000
007700         FILE STATUS IS WS-BALFWD-STATUS.                         00770000
007800                                                                  00780000
007900     SELECT OPTIONAL USGHIST-FILE ASSIGN TO "USGHIST"             00790000
008000         ORGANIZATION IS INDEXED                                  00800000
008100         ACCESS MODE IS SEQUENTIAL                                00810000
008200         RECORD KEY IS UH-ACCT-NUM                                00820000
008300         FILE STATUS IS WS-USGHIST-STATUS.                        00830000
008400                                                                  00840000
008500     SELECT OPTIONAL DEPMAST-FILE ASSIGN TO "DEPMAST"             00850000
008600         ORGANIZATION IS INDEXED                                  00860000
008700         ACCESS MODE IS SEQUENTIAL                                00870000
008800         RECORD KEY IS DP-ACCT-NUM                                00880000
008900         FILE STATUS IS WS-DEPMAST-STATUS.                        00890000
009000                                                                  00900000
009100     SELECT OPTIONAL BUDGPLAN-FILE ASSIGN TO "BUDGPLAN"           00910000
009200         ORGANIZATION IS INDEXED                                  00920000
009300         ACCESS MODE IS SEQUENTIAL                                00930000
009400         RECORD KEY IS BP-ACCT-NUM                                00940000
009500         FILE STATUS IS WS-BUDGPLAN-STATUS.                       00950000
009600                                                                  00960000
009700     SELECT OPTIONAL PAYARNG-FILE ASSIGN TO "PAYARNG"             00970000
009800         ORGANIZATION IS INDEXED                                  00980000
009900         ACCESS MODE IS SEQUENTIAL                                00990000
010000         RECORD KEY IS AR-ACCT-NUM                                01000000
010100         FILE STATUS IS WS-PAYARNG-STATUS.                        01010000
010200                                                                  01020000
010300     SELECT OPTIONAL AUTOPAY-FILE ASSIGN TO "AUTOPAY"             01030000
010400         ORGANIZATION IS INDEXED                                  01040000
010500         ACCESS MODE IS SEQUENTIAL                                01050000
010600         RECORD KEY IS AP-ACCT-NUM                                01060000
010700         FILE STATUS IS WS-AUTOPAY-STATUS.                        01070000
010800                                                                  01080000
010900     SELECT OPTIONAL WOFFMAST-FILE ASSIGN TO "WOFFMAST"           01090000
011000         ORGANIZATION IS INDEXED                                  01100000
011100         ACCESS MODE IS SEQUENTIAL                                01110000
011200         RECORD KEY IS WO-ACCT-NUM                                01120000
011300         FILE STATUS IS WS-WOFFMAST-STATUS.                       01130000
011400                                                                  01140000
011500**************************************************************    01150000
011600* AUDWORK - every exception found, in the order found             01160000
011700**************************************************************    01170000
011800     SELECT AUDWORK-FILE ASSIGN TO "AUDWORK"                      01180000
011900         ORGANIZATION IS LINE SEQUENTIAL                          01190000
012000         FILE STATUS IS WS-AUDWORK-STATUS.                        01200000
012100                                                                  01210000
012200**************************************************************    01220000
012300* AUDSRT - the exceptions re-sequenced by severity and account    01230000
012400* by the sort below                                               01240000
012500**************************************************************    01250000
012600     SELECT AUDSRT-FILE ASSIGN TO "AUDSRT"                        01260000
012700         ORGANIZATION IS LINE SEQUENTIAL                          01270000
012800         FILE STATUS IS WS-AUDSRT-STATUS.                         01280000
012900                                                                  01290000
013000**************************************************************    01300000
013100* SORTWRK - work file for the severity sort                       01310000
013200**************************************************************    01320000
013300     SELECT SORTWRK-FILE ASSIGN TO "SORTWRK".                     01330000
013400                                                                  01340000
013500**************************************************************    01350000
013600* AUDITRPT - the printed exceptions report                        01360000
013700**************************************************************    01370000
013800     SELECT AUDITRPT-FILE ASSIGN TO "AUDITRPT"                    01380000
013900         ORGANIZATION IS LINE SEQUENTIAL                          01390000
014000         FILE STATUS IS WS-AUDITRPT-STATUS.                       01400000
014100                                                                  01410000
014200 DATA DIVISION.                                                   01420000
014300 FILE SECTION.                                                    01430000
014400**************************************************************    01440000
014500* CUSTMAST RECORD - account/name/kwh/fee for one customer         01450000
014600**************************************************************    01460000
014700 FD  CUSTMAST-FILE.                                               01470000
014800 01  CUSTMAST-REC.                                                01480000
014900     05  CM-ACCT-NUM         PIC X(6).                            01490000
015000     05  CM-CLASS-CODE       PIC X(1).                            01500000
015100     05  CM-CUST-NAME        PIC X(12).                           01510000
015200     05  CM-KWH-USED         PIC 9(5).                            01520000
015300     05  CM-SERVICE-FEE      PIC 9(3)V99.                         01530000
015400     05  CM-JURIS-CODE       PIC X(2).                            01540000
015500     05  CM-CYCLE-CODE       PIC X(2).                            01550000
015600     05  CM-SVC-ADDR         PIC X(25).                           01560000
015700     05  CM-MAIL-ADDR        PIC X(25).                           01570000
015800     05  CM-MAIL-CITY        PIC X(15).                           01580000
015900     05  CM-MAIL-STATE       PIC X(2).                            01590000
016000     05  CM-MAIL-ZIP         PIC X(5).                            01600000
016100     05  CM-UNDELIV-SW       PIC X(1).                            01610000
016200                                                                  01620000
016300**************************************************************    01630000
016400* RATEPARM RECORD - only the effective date and class are         01640000
016500* needed here                                                     01650000
016600**************************************************************    01660000
016700 FD  RATEPARM-FILE.                                               01670000
016800 01  RATEPARM-REC.                                                01680000
016900     05  RP-EFF-DATE          PIC 9(8).                           01690000
017000     05  RP-CLASS-CODE        PIC X(1).                           01700000
017100     05  FILLER               PIC X(27).                          01710000
017200                                                                  01720000
017300**************************************************************    01730000
017400* TAXPARM RECORD - only the effective date and jurisdiction       01740000
017500* are needed here                                                 01750000
017600**************************************************************    01760000
017700 FD  TAXPARM-FILE.                                                01770000
017800 01  TAXPARM-REC.                                                 01780000
017900     05  TX-EFF-DATE          PIC 9(8).                           01790000
018000     05  TX-JURIS-CODE        PIC X(2).                           01800000
018100     05  FILLER               PIC X(8).                           01810000
018200                                                                  01820000
018300**************************************************************    01830000
018400* FINLPEND RECORD - same layout UTIL2000 and UTIL2300 read        01840000
018500**************************************************************    01850000
018600 FD  FINLPEND-FILE.                                               01860000
018700 01  FINLPEND-REC.                                                01870000
018800     05  FP-ACCT-NUM          PIC X(6).                           01880000
018900     05  FP-FINAL-DATE        PIC 9(8).                           01890000
019000     05  FP-AMOUNT            PIC 9(6)V99.                        01900000
019100                                                                  01910000
019200**************************************************************    01920000
019300* PAYSUSPN RECORD - same layout UTIL1500 writes                   01930000
019400**************************************************************    01940000
019500 FD  PAYSUSPN-FILE.                                               01950000
019600 01  PAYSUSPN-REC.                                                01960000
019700     05  PN-ACCT-NUM          PIC X(6).                           01970000
019800     05  PN-AMOUNT-PAID       PIC 9(6)V99.                        01980000
019900     05  PN-REASON            PIC X(30).                          01990000
020000     05  PN-PAY-DATE          PIC 9(8).                           02000000
020100     05  PN-BATCH-NUM         PIC X(6).                           02010000
020200     05  PN-CHECK-NUM         PIC X(10).                          02020000
020300                                                                  02030000
020400**************************************************************    02040000
020500* BALFWD RECORD - must stay in step with the layout UTIL2000      02050000
020600* maintains in 290-UPDATE-BALANCE-ENTRY                           02060000
020700**************************************************************    02070000
020800 FD  BALFWD-FILE.                                                 02080000
020900 01  BALFWD-REC.                                                  02090000
021000     05  BF-ACCT-NUM          PIC X(6).                           02100000
021100     05  BF-PRIOR-BALANCE     PIC S9(6)V99.                       02110000
021200     05  BF-CYCLES-PAST-DUE   PIC 9(2).                           02120000
021300                                                                  02130000
021400**************************************************************    02140000
021500* USGHIST RECORD - must stay in step with the layout UTIL2000     02150000
021600* maintains                                                       02160000
021700**************************************************************    02170000
021800 FD  USGHIST-FILE.                                                02180000
021900 01  USGHIST-REC.                                                 02190000
022000     05  UH-ACCT-NUM          PIC X(6).                           02200000
022100     05  UH-KWH-CYCLE1        PIC 9(5).                           02210000
022200     05  UH-KWH-CYCLE2        PIC 9(5).                           02220000
022300     05  UH-KWH-CYCLE3        PIC 9(5).                           02230000
022400     05  UH-EST-FLAG          PIC X(1).                           02240000
022500     05  UH-EST-KWH           PIC 9(5).                           02250000
022600     05  UH-DEMAND-HIST.                                          02260000
022700         10  UH-KW-CYCLE      PIC 9(6)V99 OCCURS 11 TIMES.        02270000
022800                                                                  02280000
022900**************************************************************    02290000
023000* DEPMAST RECORD - must stay in step with the layout UTIL3100     02300000
023100* maintains                                                       02310000
023200**************************************************************    02320000
023300 FD  DEPMAST-FILE.                                                02330000
023400 01  DEPMAST-REC.                                                 02340000
023500     05  DP-ACCT-NUM          PIC X(6).                           02350000
023600     05  DP-AMOUNT            PIC 9(6)V99.                        02360000
023700     05  DP-DATE-TAKEN        PIC 9(8).                           02370000
023800     05  DP-REASON            PIC X(20).                          02380000
023900     05  DP-LAST-INT-DATE     PIC 9(8).                           02390000
024000                                                                  02400000
024100**************************************************************    02410000
024200* BUDGPLAN RECORD - same layout UTIL2000 maintains                02420000
024300**************************************************************    02430000
024400 FD  BUDGPLAN-FILE.                                               02440000
024500 01  BUDGPLAN-REC.                                                02450000
024600     05  BP-ACCT-NUM          PIC X(6).                           02460000
024700     05  BP-LEVEL-AMT         PIC 9(5)V99.                        02470000
024800     05  BP-DEFER-BAL         PIC S9(6)V99.                       02480000
024900     05  BP-CYCLES-BILLED     PIC 9(2).                           02490000
025000                                                                  02500000
025100**************************************************************    02510000
025200* PAYARNG RECORD - same layout UTIL2200 reads; "A" is active      02520000
025300**************************************************************    02530000
025400 FD  PAYARNG-FILE.                                                02540000
025500 01  PAYARNG-REC.                                                 02550000
025600     05  AR-ACCT-NUM          PIC X(6).                           02560000
025700     05  AR-INSTALL-AMT       PIC 9(5)V99.                        02570000
025800     05  AR-START-DATE        PIC 9(8).                           02580000
025900     05  AR-NUM-INSTALL       PIC 9(2).                           02590000
026000     05  AR-BILLED-COUNT      PIC 9(2).                           02600000
026100     05  AR-PAID-COUNT        PIC 9(2).                           02610000
026200     05  AR-STATUS            PIC X(1).                           02620000
026300                                                                  02630000
026400**************************************************************    02640000
026500* AUTOPAY RECORD - same layout UTIL2400 reads                     02650000
026600**************************************************************    02660000
026700 FD  AUTOPAY-FILE.                                                02670000
026800 01  AUTOPAY-REC.                                                 02680000
026900     05  AP-ACCT-NUM          PIC X(6).                           02690000
027000     05  AP-ROUTING           PIC X(9).                           02700000
027100     05  AP-BANK-ACCT         PIC X(17).                          02710000
027200     05  AP-ACTIVE-SW         PIC X(1).                           02720000
027300                                                                  02730000
027400**************************************************************    02740000
027500* WOFFMAST RECORD - must stay in step with the layout             02750000
027600* UTIL2700 maintains                                              02760000
027700**************************************************************    02770000
027800 FD  WOFFMAST-FILE.                                               02780000
027900 01  WOFFMAST-REC.                                                02790000
028000     05  WO-ACCT-NUM          PIC X(6).                           02800000
028100     05  WO-AMOUNT            PIC 9(6)V99.                        02810000
028200     05  WO-DATE              PIC 9(8).                           02820000
028300     05  WO-REASON            PIC X(20).                          02830000
028400                                                                  02840000
028500**************************************************************    02850000
028600* AUDWORK RECORD - one exception. AW-SEV-SEQ orders the           02860000
028700* report: 1 critical, 2 warning.                                  02870000
028800**************************************************************    02880000
028900 FD  AUDWORK-FILE.                                                02890000
029000 01  AUDWORK-REC.                                                 02900000
029100     05  AW-SEV-SEQ           PIC 9(1).                           02910000
029200     05  AW-ACCT-NUM          PIC X(6).                           02920000
029300     05  AW-FILE-NAME         PIC X(8).                           02930000
029400     05  AW-EXCEPTION         PIC X(40).                          02940000
029500     05  AW-DETAIL            PIC X(30).                          02950000
029600                                                                  02960000
029700**************************************************************    02970000
029800* SORTWRK RECORD - the exception, keyed on severity, account      02980000
029900* and file                                                        02990000
030000**************************************************************    03000000
030100 SD  SORTWRK-FILE.                                                03010000
030200 01  SORTWRK-REC.                                                 03020000
030300     05  SW-SEV-SEQ           PIC 9(1).                           03030000
030400     05  SW-ACCT-NUM          PIC X(6).                           03040000
030500     05  SW-FILE-NAME         PIC X(8).                           03050000
030600     05  FILLER               PIC X(70).                          03060000
030700                                                                  03070000
030800**************************************************************    03080000
030900* AUDSRT RECORD - one exception in report order                   03090000
031000**************************************************************    03100000
031100 FD  AUDSRT-FILE.                                                 03110000
031200 01  AUDSRT-REC.                                                  03120000
031300     05  AS-SEV-SEQ           PIC 9(1).                           03130000
031400     05  AS-ACCT-NUM          PIC X(6).                           03140000
031500     05  AS-FILE-NAME         PIC X(8).                           03150000
031600     05  AS-EXCEPTION         PIC X(40).                          03160000
031700     05  AS-DETAIL            PIC X(30).                          03170000
031800                                                                  03180000
031900**************************************************************    03190000
032000* AUDITRPT RECORD - one print line of the exceptions report       03200000
032100**************************************************************    03210000
032200 FD  AUDITRPT-FILE.                                               03220000
032300 01  AUDITRPT-REC               PIC X(132).                       03230000
032400                                                                  03240000
032500 WORKING-STORAGE SECTION.                                         03250000
032600                                                                  03260000
032700******************************************************************03270000
032800* CUSTOMER ACCOUNT TABLE - every CM-ACCT-NUM, loaded up front so  03280000
032900* each record on the other files can be matched back to its       03290000
033000* parent without rereading the master. Same bounded-table         03300000
033100* approach as UTIL1500.                                           03310000
033200******************************************************************03320000
033300 01  WS-CUST-TABLE.                                               03330000
033400     05  WS-CUST-ENTRY OCCURS 5000 TIMES                          03340000
033500             INDEXED BY WS-CUST-IDX.                              03350000
033600         10  WS-CT-ACCT-NUM       PIC X(6)  VALUE SPACES.         03360000
033700 01  WS-CUST-COUNT            PIC 9(5)     VALUE 0.               03370000
033800 01  WS-CUST-FOUND-SW         PIC X(1)     VALUE "N".             03380000
033900     88  WS-CUST-FOUND                     VALUE "Y".             03390000
034000                                                                  03400000
034100******************************************************************03410000
034200* CLASS AND JURISDICTION TABLES - the distinct class codes and    03420000
034300* jurisdictions CUSTMAST uses, with how many accounts carry       03430000
034400* each, and the ones RATEPARM and TAXPARM have a schedule in      03440000
034500* effect for as of today.                                         03450000
034600******************************************************************03460000
034700 01  WS-CLASS-TABLE.                                              03470000
034800     05  WS-CLASS-ENTRY OCCURS 20 TIMES                           03480000
034900             INDEXED BY WS-CLS-IDX.                               03490000
035000         10  WS-CL-CLASS-CODE     PIC X(1)  VALUE SPACE.          03500000
035100         10  WS-CL-ACCT-COUNT     PIC 9(5)  VALUE 0.              03510000
035200 01  WS-CLASS-COUNT           PIC 9(3)     VALUE 0.               03520000
035300 01  WS-JURIS-TABLE.                                              03530000
035400     05  WS-JURIS-ENTRY OCCURS 100 TIMES                          03540000
035500             INDEXED BY WS-JUR-IDX.                               03550000
035600         10  WS-JU-JURIS-CODE     PIC X(2)  VALUE SPACES.         03560000
035700         10  WS-JU-ACCT-COUNT     PIC 9(5)  VALUE 0.              03570000
035800 01  WS-JURIS-COUNT           PIC 9(3)     VALUE 0.               03580000
035900 01  WS-RATE-CLASS-TABLE.                                         03590000
036000     05  WS-RATE-CLASS-ENTRY OCCURS 20 TIMES                      03600000
036100             INDEXED BY WS-RCL-IDX.                               03610000
036200         10  WS-RC-CLASS-CODE     PIC X(1)  VALUE SPACE.          03620000
036300 01  WS-RATE-CLASS-COUNT      PIC 9(3)     VALUE 0.               03630000
036400 01  WS-TAX-JURIS-TABLE.                                          03640000
036500     05  WS-TAX-JURIS-ENTRY OCCURS 100 TIMES                      03650000
036600             INDEXED BY WS-TJU-IDX.                               03660000
036700         10  WS-TJ-JURIS-CODE     PIC X(2)  VALUE SPACES.         03670000
036800 01  WS-TAX-JURIS-COUNT       PIC 9(3)     VALUE 0.               03680000
036900 01  WS-SCHED-FOUND-SW        PIC X(1)     VALUE "N".             03690000
037000     88  WS-SCHED-FOUND                    VALUE "Y".             03700000
037100                                                                  03710000
037200******************************************************************03720000
037300* FINAL-PENDING AND WRITE-OFF TABLES - the accounts on FINLPEND   03730000
037400* and WOFFMAST, kept so the later passes can check a budget       03740000
037500* plan, an arrangement or a deposit against them.                 03750000
037600******************************************************************03760000
037700 01  WS-FINL-TABLE.                                               03770000
037800     05  WS-FINL-ENTRY OCCURS 5000 TIMES                          03780000
037900             INDEXED BY WS-FIN-IDX.                               03790000
038000         10  WS-FT-ACCT-NUM       PIC X(6)  VALUE SPACES.         03800000
038100 01  WS-FINL-COUNT            PIC 9(5)     VALUE 0.               03810000
038200 01  WS-FINL-FOUND-SW         PIC X(1)     VALUE "N".             03820000
038300     88  WS-FINL-FOUND                     VALUE "Y".             03830000
038400 01  WS-WOFF-TABLE.                                               03840000
038500     05  WS-WOFF-ENTRY OCCURS 5000 TIMES                          03850000
038600             INDEXED BY WS-WOF-IDX.                               03860000
038700         10  WS-WT-ACCT-NUM       PIC X(6)  VALUE SPACES.         03870000
038800 01  WS-WOFF-COUNT            PIC 9(5)     VALUE 0.               03880000
038900 01  WS-WOFF-FOUND-SW         PIC X(1)     VALUE "N".             03890000
039000     88  WS-WOFF-FOUND                     VALUE "Y".             03900000
039100                                                                  03910000
039200******************************************************************03920000
039300* CURRENT EXCEPTION - filled in by each check, then written by    03930000
039400* 650-WRITE-CRITICAL or 655-WRITE-WARNING.                        03940000
039500******************************************************************03950000
039600 01  WS-AUD-ACCT              PIC X(6)     VALUE SPACES.          03960000
039700 01  WS-AUD-FILE              PIC X(8)     VALUE SPACES.          03970000
039800 01  WS-AUD-EXCEPTION         PIC X(40)    VALUE SPACES.          03980000
039900 01  WS-AUD-DETAIL            PIC X(30)    VALUE SPACES.          03990000
040000 01  WS-AUD-AMOUNT            PIC S9(6)V99 VALUE 0.               04000000
040100                                                                  04010000
040200******************************************************************04020000
040300* FILE TOTALS - records read and exceptions found per file, in    04030000
040400* the order the files are audited, for the report trailer.        04040000
040500******************************************************************04050000
040600 01  WS-FILE-NAME-TBL.                                            04060000
040700     05  FILLER               PIC X(40)                           04070000
040800         VALUE "CUSTMASTFINLPENDWOFFMASTBALFWD  USGHIST ".        04080000
040900     05  FILLER               PIC X(40)                           04090000
041000         VALUE "DEPMAST BUDGPLANPAYARNG AUTOPAY PAYSUSPN".        04100000
041100     05  FILLER               PIC X(16)                           04110000
041200         VALUE "RATEPARMTAXPARM ".                                04120000
041300 01  WS-FILE-NAME-R REDEFINES WS-FILE-NAME-TBL.                   04130000
041400     05  WS-FILE-NAME OCCURS 12 TIMES PIC X(8).                   04140000
041500 01  WS-FILE-TOTALS.                                              04150000
041600     05  WS-FILE-TOTAL-ENTRY OCCURS 12 TIMES                      04160000
041700             INDEXED BY WS-FT-IDX.                                04170000
041800         10  WS-FT-READ-COUNT     PIC 9(7)  VALUE 0.              04180000
041900         10  WS-FT-EXCP-COUNT     PIC 9(7)  VALUE 0.              04190000
042000 01  WS-FILE-SUB              PIC 9(2)     VALUE 0.               04200000
042100                                                                  04210000
042200******************************************************************04220000
042300* FILE STATUS / END-OF-FILE SWITCHES                              04230000
042400******************************************************************04240000
042500 01  WS-CUSTMAST-STATUS       PIC X(2)     VALUE "00".            04250000
042600 01  WS-RATEPARM-STATUS       PIC X(2)     VALUE "00".            04260000
042700 01  WS-TAXPARM-STATUS        PIC X(2)     VALUE "00".            04270000
042800 01  WS-FINLPEND-STATUS       PIC X(2)     VALUE "00".            04280000
042900 01  WS-PAYSUSPN-STATUS       PIC X(2)     VALUE "00".            04290000
043000 01  WS-BALFWD-STATUS         PIC X(2)     VALUE "00".            04300000
043100 01  WS-USGHIST-STATUS        PIC X(2)     VALUE "00".            04310000
043200 01  WS-DEPMAST-STATUS        PIC X(2)     VALUE "00".            04320000
043300 01  WS-BUDGPLAN-STATUS       PIC X(2)     VALUE "00".            04330000
043400 01  WS-PAYARNG-STATUS        PIC X(2)     VALUE "00".            04340000
043500 01  WS-AUTOPAY-STATUS        PIC X(2)     VALUE "00".            04350000
043600 01  WS-WOFFMAST-STATUS       PIC X(2)     VALUE "00".            04360000
043700 01  WS-AUDWORK-STATUS        PIC X(2)     VALUE "00".            04370000
043800 01  WS-AUDSRT-STATUS         PIC X(2)     VALUE "00".            04380000
043900 01  WS-AUDITRPT-STATUS       PIC X(2)     VALUE "00".            04390000
044000 01  WS-KEYED-STATUS          PIC X(2)     VALUE "00".            04400000
044100 01  WS-EOF-SW                PIC X(1)     VALUE "N".             04410000
044200     88  WS-EOF                            VALUE "Y".             04420000
044300                                                                  04430000
044400******************************************************************04440000
044500* RUN COUNTERS AND REPORT WORK AREAS                              04450000
044600******************************************************************04460000
044700 01  WS-CRITICAL-COUNT        PIC 9(7)     VALUE 0.               04470000
044800 01  WS-WARNING-COUNT         PIC 9(7)     VALUE 0.               04480000
044900 01  WS-PRIOR-SEV-SEQ         PIC 9(1)     VALUE 0.               04490000
045000 01  WS-AUDITRPT-LINE         PIC X(132)   VALUE SPACES.          04500000
045100 01  WS-SYS-DATE8             PIC 9(8)     VALUE 0.               04510000
045200 01  WS-SYS-DATE-R REDEFINES WS-SYS-DATE8.                        04520000
045300     05  WS-SYS-CCYY          PIC 9(4).                           04530000
045400     05  WS-SYS-MM            PIC 99.                             04540000
045500     05  WS-SYS-DD            PIC 99.                             04550000
045600 01  WS-RUN-DATE-ED           PIC X(8)     VALUE SPACES.          04560000
045700                                                                  04570000
045800******************************************************************04580000
045900* EDITED FIELDS FOR DISPLAY                                       04590000
046000******************************************************************04600000
046100 01  WS-SMONEY-ED             PIC -$$,$$$,$$9.99.                 04610000
046200 01  WS-COUNT-ED              PIC ZZ,ZZ9.                         04620000
046300 01  WS-BIG-COUNT-ED          PIC Z,ZZZ,ZZ9.                      04630000
046400                                                                  04640000
046500******************************************************************04650000
046600* IT'S GO TIME!                                                   04660000
046700******************************************************************04670000
046800 PROCEDURE DIVISION.                                              04680000
046900                                                                  04690000
047000******************************************************************04700000
047100* MAINLINE - LOAD THE PARAMETER SCHEDULES AND CUSTMAST, AUDIT     04710000
047200* EACH ACCOUNT FILE AGAINST THEM, SORT THE EXCEPTIONS BY          04720000
047300* SEVERITY, PRINT THE REPORT, SET THE RETURN CODE, THEN STOP      04730000
047400******************************************************************04740000
047500 000-MAIN.                                                        04750000
047600     DISPLAY '*********************************************'.     04760000
047700     DISPLAY '*** UTIL3400 - ACCOUNT FILE INTEGRITY AUDIT ***'.   04770000
047800     DISPLAY '*********************************************'.     04780000
047900     DISPLAY ' '.                                                 04790000
048000                                                                  04800000
048100     ACCEPT WS-SYS-DATE8 FROM DATE YYYYMMDD.                      04810000
048200     PERFORM 100-OPEN-AUDWORK.                                    04820000
048300     PERFORM 050-LOAD-RATE-CLASSES.                               04830000
048400     PERFORM 055-LOAD-TAX-JURIS.                                  04840000
048500     PERFORM 060-LOAD-CUSTMAST.                                   04850000
048600     PERFORM 080-CHECK-SCHEDULES.                                 04860000
048700                                                                  04870000
048800     PERFORM 200-AUDIT-FINLPEND.                                  04880000
048900     PERFORM 210-AUDIT-WOFFMAST.                                  04890000
049000     PERFORM 220-AUDIT-BALFWD.                                    04900000
049100     PERFORM 230-AUDIT-USGHIST.                                   04910000
049200     PERFORM 240-AUDIT-DEPMAST.                                   04920000
049300     PERFORM 250-AUDIT-BUDGPLAN.                                  04930000
049400     PERFORM 260-AUDIT-PAYARNG.                                   04940000
049500     PERFORM 270-AUDIT-AUTOPAY.                                   04950000
049600     PERFORM 280-AUDIT-PAYSUSPN.                                  04960000
049700     CLOSE AUDWORK-FILE.                                          04970000
049800                                                                  04980000
049900     SORT SORTWRK-FILE                                            04990000
050000         ON ASCENDING KEY SW-SEV-SEQ                              05000000
050100         ON ASCENDING KEY SW-ACCT-NUM                             05010000
050200         ON ASCENDING KEY SW-FILE-NAME                            05020000
050300         USING AUDWORK-FILE                                       05030000
050400         GIVING AUDSRT-FILE.                                      05040000
050500                                                                  05050000
050600     PERFORM 500-PRINT-REPORT.                                    05060000
050700     PERFORM 800-CLOSE-WITH-TOTALS.                               05070000
050800     STOP RUN.                                                    05080000
050900                                                                  05090000
051000******************************************************************05100000
051100* Read RATEPARM and keep each class code that has a schedule      05110000
051200* already in effect today - the same as-of-today selection        05120000
051300* UTIL2000's 050-LOAD-RATES makes. RATEPARM is required, as it    05130000
051400* is for billing.                                                 05140000
051500******************************************************************05150000
051600 050-LOAD-RATE-CLASSES.                                           05160000
051700     MOVE 11 TO WS-FILE-SUB.                                      05170000
051800     OPEN INPUT RATEPARM-FILE.                                    05180000
051900     IF WS-RATEPARM-STATUS NOT = "00"                             05190000
052000         DISPLAY 'UNABLE TO OPEN RATEPARM, STATUS: '              05200000
052100             WS-RATEPARM-STATUS                                   05210000
052200         MOVE 16 TO RETURN-CODE                                   05220000
052300         STOP RUN                                                 05230000
052400     END-IF.                                                      05240000
052500                                                                  05250000
052600     MOVE "N" TO WS-EOF-SW.                                       05260000
052700     PERFORM 750-READ-RATEPARM.                                   05270000
052800     PERFORM UNTIL WS-EOF                                         05280000
052900         ADD 1 TO WS-FT-READ-COUNT(WS-FILE-SUB)                   05290000
053000         IF RP-EFF-DATE IS NUMERIC                                05300000
053100             AND RP-EFF-DATE <= WS-SYS-DATE8                      05310000
053200             SET WS-RCL-IDX TO 1                                  05320000
053300             SEARCH WS-RATE-CLASS-ENTRY                           05330000
053400                 AT END                                           05340000
053500                     DISPLAY 'RATE CLASS TABLE IS FULL, CLASS '   05350000
053600                         RP-CLASS-CODE ' IGNORED'                 05360000
053700                 WHEN WS-RC-CLASS-CODE(WS-RCL-IDX) = RP-CLASS-CODE05370000
053800                     CONTINUE                                     05380000
053900                 WHEN WS-RC-CLASS-CODE(WS-RCL-IDX) = SPACE        05390000
054000                     MOVE RP-CLASS-CODE                           05400000
054100                         TO WS-RC-CLASS-CODE(WS-RCL-IDX)          05410000
054200                     ADD 1 TO WS-RATE-CLASS-COUNT                 05420000
054300             END-SEARCH                                           05430000
054400         END-IF                                                   05440000
054500         PERFORM 750-READ-RATEPARM                                05450000
054600     END-PERFORM.                                                 05460000
054700     CLOSE RATEPARM-FILE.                                         05470000
054800                                                                  05480000
054900******************************************************************05490000
055000* Read TAXPARM and keep each jurisdiction that has a schedule     05500000
055100* already in effect today. No TAXPARM at all means no             05510000
055200* jurisdiction has one.                                           05520000
055300******************************************************************05530000
055400 055-LOAD-TAX-JURIS.                                              05540000
055500     MOVE 12 TO WS-FILE-SUB.                                      05550000
055600     OPEN INPUT TAXPARM-FILE.                                     05560000
055700     IF WS-TAXPARM-STATUS = "35"                                  05570000
055800         DISPLAY 'NO TAXPARM FOUND, NO JURISDICTION HAS A '       05580000
055900             'TAX SCHEDULE'                                       05590000
056000     ELSE                                                         05600000
056100         IF WS-TAXPARM-STATUS NOT = "00"                          05610000
056200             DISPLAY 'UNABLE TO OPEN TAXPARM, STATUS: '           05620000
056300                 WS-TAXPARM-STATUS                                05630000
056400             MOVE 16 TO RETURN-CODE                               05640000
056500             STOP RUN                                             05650000
056600         END-IF                                                   05660000
056700                                                                  05670000
056800         MOVE "N" TO WS-EOF-SW                                    05680000
056900         PERFORM 755-READ-TAXPARM                                 05690000
057000         PERFORM UNTIL WS-EOF                                     05700000
057100             ADD 1 TO WS-FT-READ-COUNT(WS-FILE-SUB)               05710000
057200             IF TX-EFF-DATE IS NUMERIC                            05720000
057300                 AND TX-EFF-DATE <= WS-SYS-DATE8                  05730000
057400                 SET WS-TJU-IDX TO 1                              05740000
057500                 SEARCH WS-TAX-JURIS-ENTRY                        05750000
057600                     AT END                                       05760000
057700                         DISPLAY 'TAX JURISDICTION TABLE FULL, '  05770000
057800                             'JURISDICTION ' TX-JURIS-CODE        05780000
057900                             ' IGNORED'                           05790000
058000                     WHEN WS-TJ-JURIS-CODE(WS-TJU-IDX) =          05800000
058100                             TX-JURIS-CODE                        05810000
058200                         CONTINUE                                 05820000
058300                     WHEN WS-TJ-JURIS-CODE(WS-TJU-IDX) = SPACES   05830000
058400                         MOVE TX-JURIS-CODE                       05840000
058500                             TO WS-TJ-JURIS-CODE(WS-TJU-IDX)      05850000
058600                         ADD 1 TO WS-TAX-JURIS-COUNT              05860000
058700                 END-SEARCH                                       05870000
058800             END-IF                                               05880000
058900             PERFORM 755-READ-TAXPARM                             05890000
059000         END-PERFORM                                              05900000
059100         CLOSE TAXPARM-FILE                                       05910000
059200     END-IF.                                                      05920000
059300                                                                  05930000
059400******************************************************************05940000
059500* Load every CUSTMAST account number, and tally the class codes   05950000
059600* and jurisdictions in use. An account number already loaded      05960000
059700* is a duplicate on the master and is critical - every file       05970000
059800* below would match either copy. CUSTMAST is required.            05980000
059900******************************************************************05990000
060000 060-LOAD-CUSTMAST.                                               06000000
060100     MOVE 1 TO WS-FILE-SUB.                                       06010000
060200     OPEN INPUT CUSTMAST-FILE.                                    06020000
060300     IF WS-CUSTMAST-STATUS NOT = "00"                             06030000
060400         DISPLAY 'UNABLE TO OPEN CUSTMAST, STATUS: '              06040000
060500             WS-CUSTMAST-STATUS                                   06050000
060600         MOVE 16 TO RETURN-CODE                                   06060000
060700         STOP RUN                                                 06070000
060800     END-IF.                                                      06080000
060900                                                                  06090000
061000     MOVE "N" TO WS-EOF-SW.                                       06100000
061100     PERFORM 760-READ-CUSTMAST.                                   06110000
061200     PERFORM UNTIL WS-EOF                                         06120000
061300         ADD 1 TO WS-FT-READ-COUNT(WS-FILE-SUB)                   06130000
061400         MOVE CM-ACCT-NUM TO WS-AUD-ACCT                          06140000
061500         PERFORM 600-MATCH-CUSTMAST                               06150000
061600         IF WS-CUST-FOUND                                         06160000
061700             MOVE "CUSTMAST" TO WS-AUD-FILE                       06170000
061800             MOVE 'DUPLICATE ACCOUNT ON CUSTMAST'                 06180000
061900                 TO WS-AUD-EXCEPTION                              06190000
062000             MOVE CM-CUST-NAME TO WS-AUD-DETAIL                   06200000
062100             PERFORM 650-WRITE-CRITICAL                           06210000
062200         ELSE                                                     06220000
062300             IF WS-CUST-COUNT < 5000                              06230000
062400                 ADD 1 TO WS-CUST-COUNT                           06240000
062500                 SET WS-CUST-IDX TO WS-CUST-COUNT                 06250000
062600                 MOVE CM-ACCT-NUM TO WS-CT-ACCT-NUM(WS-CUST-IDX)  06260000
062700             ELSE                                                 06270000
062800                 DISPLAY 'CUSTMAST HAS MORE THAN 5000 ACCOUNTS - '06280000
062900                     'RAISE THE TABLE BEFORE RERUNNING'           06290000
063000                 MOVE 16 TO RETURN-CODE                           06300000
063100                 STOP RUN                                         06310000
063200             END-IF                                               06320000
063300             PERFORM 065-TALLY-CLASS-JURIS                        06330000
063400         END-IF                                                   06340000
063500         PERFORM 760-READ-CUSTMAST                                06350000
063600     END-PERFORM.                                                 06360000
063700     CLOSE CUSTMAST-FILE.                                         06370000
063800                                                                  06380000
063900******************************************************************06390000
064000* Count the account under its class code and its jurisdiction,    06400000
064100* claiming a free slot for one not seen yet.                      06410000
064200******************************************************************06420000
064300 065-TALLY-CLASS-JURIS.                                           06430000
064400     SET WS-CLS-IDX TO 1.                                         06440000
064500     SEARCH WS-CLASS-ENTRY                                        06450000
064600         AT END                                                   06460000
064700             DISPLAY 'CLASS TABLE IS FULL, CLASS ' CM-CLASS-CODE  06470000
064800                 ' NOT CHECKED'                                   06480000
064900         WHEN WS-CL-CLASS-CODE(WS-CLS-IDX) = CM-CLASS-CODE        06490000
065000             AND WS-CL-ACCT-COUNT(WS-CLS-IDX) > 0                 06500000
065100             ADD 1 TO WS-CL-ACCT-COUNT(WS-CLS-IDX)                06510000
065200         WHEN WS-CL-ACCT-COUNT(WS-CLS-IDX) = 0                    06520000
065300             MOVE CM-CLASS-CODE TO WS-CL-CLASS-CODE(WS-CLS-IDX)   06530000
065400             MOVE 1 TO WS-CL-ACCT-COUNT(WS-CLS-IDX)               06540000
065500             ADD 1 TO WS-CLASS-COUNT                              06550000
065600     END-SEARCH.                                                  06560000
065700                                                                  06570000
065800     SET WS-JUR-IDX TO 1.                                         06580000
065900     SEARCH WS-JURIS-ENTRY                                        06590000
066000         AT END                                                   06600000
066100             DISPLAY 'JURISDICTION TABLE IS FULL, JURISDICTION '  06610000
066200                 CM-JURIS-CODE ' NOT CHECKED'                     06620000
066300         WHEN WS-JU-JURIS-CODE(WS-JUR-IDX) = CM-JURIS-CODE        06630000
066400             AND WS-JU-ACCT-COUNT(WS-JUR-IDX) > 0                 06640000
066500             ADD 1 TO WS-JU-ACCT-COUNT(WS-JUR-IDX)                06650000
066600         WHEN WS-JU-ACCT-COUNT(WS-JUR-IDX) = 0                    06660000
066700             MOVE CM-JURIS-CODE TO WS-JU-JURIS-CODE(WS-JUR-IDX)   06670000
066800             MOVE 1 TO WS-JU-ACCT-COUNT(WS-JUR-IDX)               06680000
066900             ADD 1 TO WS-JURIS-COUNT                              06690000
067000     END-SEARCH.                                                  06700000
067100                                                                  06710000
067200******************************************************************06720000
067300* Every class code CUSTMAST uses needs a RATEPARM schedule in     06730000
067400* effect - without one UTIL2000 bills the class at the built-in   06740000
067500* or residential rates. Every jurisdiction needs a TAXPARM        06750000
067600* entry - without one UTIL2000 bills it no tax. Each gap is one   06760000
067700* critical exception naming how many accounts it touches.         06770000
067800******************************************************************06780000
067900 080-CHECK-SCHEDULES.                                             06790000
068000     PERFORM VARYING WS-CLS-IDX FROM 1 BY 1                       06800000
068100             UNTIL WS-CLS-IDX > WS-CLASS-COUNT                    06810000
068200         MOVE "N" TO WS-SCHED-FOUND-SW                            06820000
068300         SET WS-RCL-IDX TO 1                                      06830000
068400         SEARCH WS-RATE-CLASS-ENTRY                               06840000
068500             AT END                                               06850000
068600                 CONTINUE                                         06860000
068700             WHEN WS-RC-CLASS-CODE(WS-RCL-IDX) =                  06870000
068800                     WS-CL-CLASS-CODE(WS-CLS-IDX)                 06880000
068900                 SET WS-SCHED-FOUND TO TRUE                       06890000
069000         END-SEARCH                                               06900000
069100         IF NOT WS-SCHED-FOUND                                    06910000
069200             MOVE 11 TO WS-FILE-SUB                               06920000
069300             MOVE SPACES TO WS-AUD-ACCT                           06930000
069400             MOVE "RATEPARM" TO WS-AUD-FILE                       06940000
069500             MOVE 'CLASS HAS NO RATEPARM SCHEDULE IN EFFECT'      06950000
069600                 TO WS-AUD-EXCEPTION                              06960000
069700             MOVE WS-CL-ACCT-COUNT(WS-CLS-IDX) TO WS-COUNT-ED     06970000
069800             MOVE SPACES TO WS-AUD-DETAIL                         06980000
069900             STRING "CLASS " WS-CL-CLASS-CODE(WS-CLS-IDX) ", "    06990000
070000                 WS-COUNT-ED " ACCOUNTS"                          07000000
070100                 DELIMITED BY SIZE INTO WS-AUD-DETAIL             07010000
070200             PERFORM 650-WRITE-CRITICAL                           07020000
070300         END-IF                                                   07030000
070400     END-PERFORM.                                                 07040000
070500                                                                  07050000
070600     PERFORM VARYING WS-JUR-IDX FROM 1 BY 1                       07060000
070700             UNTIL WS-JUR-IDX > WS-JURIS-COUNT                    07070000
070800         MOVE "N" TO WS-SCHED-FOUND-SW                            07080000
070900         SET WS-TJU-IDX TO 1                                      07090000
071000         SEARCH WS-TAX-JURIS-ENTRY                                07100000
071100             AT END                                               07110000
071200                 CONTINUE                                         07120000
071300             WHEN WS-TJ-JURIS-CODE(WS-TJU-IDX) =                  07130000
071400                     WS-JU-JURIS-CODE(WS-JUR-IDX)                 07140000
071500                 SET WS-SCHED-FOUND TO TRUE                       07150000
071600         END-SEARCH                                               07160000
071700         IF NOT WS-SCHED-FOUND                                    07170000
071800             MOVE 12 TO WS-FILE-SUB                               07180000
071900             MOVE SPACES TO WS-AUD-ACCT                           07190000
072000             MOVE "TAXPARM" TO WS-AUD-FILE                        07200000
072100             MOVE 'JURISDICTION HAS NO TAXPARM ENTRY'             07210000
072200                 TO WS-AUD-EXCEPTION                              07220000
072300             MOVE WS-JU-ACCT-COUNT(WS-JUR-IDX) TO WS-COUNT-ED     07230000
072400             MOVE SPACES TO WS-AUD-DETAIL                         07240000
072500             STRING "JURIS " WS-JU-JURIS-CODE(WS-JUR-IDX) ", "    07250000
072600                 WS-COUNT-ED " ACCOUNTS"                          07260000
072700                 DELIMITED BY SIZE INTO WS-AUD-DETAIL             07270000
072800             PERFORM 650-WRITE-CRITICAL                           07280000
072900         END-IF                                                   07290000
073000     END-PERFORM.                                                 07300000
073100                                                                  07310000
073200******************************************************************07320000
073300* Open the exception work file the checks write to.               07330000
073400******************************************************************07340000
073500 100-OPEN-AUDWORK.                                                07350000
073600     OPEN OUTPUT AUDWORK-FILE.                                    07360000
073700     IF WS-AUDWORK-STATUS NOT = "00"                              07370000
073800         DISPLAY 'UNABLE TO OPEN AUDWORK, STATUS: '               07380000
073900             WS-AUDWORK-STATUS                                    07390000
074000         MOVE 16 TO RETURN-CODE                                   07400000
074100         STOP RUN                                                 07410000
074200     END-IF.                                                      07420000
074300                                                                  07430000
074400******************************************************************07440000
074500* FINLPEND - an account pending final settlement with no          07450000
074600* CUSTMAST parent was retired with money still owed, and is       07460000
074700* critical when it still owes. Every pending account is kept      07470000
074800* for the budget plan and arrangement checks below.               07480000
074900******************************************************************07490000
075000 200-AUDIT-FINLPEND.                                              07500000
075100     MOVE 2 TO WS-FILE-SUB.                                       07510000
075200     MOVE "FINLPEND" TO WS-AUD-FILE.                              07520000
075300     OPEN INPUT FINLPEND-FILE.                                    07530000
075400     IF WS-FINLPEND-STATUS = "35"                                 07540000
075500         DISPLAY 'NO FINLPEND FOUND, NO ACCOUNTS PENDING'         07550000
075600     ELSE                                                         07560000
075700         IF WS-FINLPEND-STATUS NOT = "00"                         07570000
075800             DISPLAY 'UNABLE TO OPEN FINLPEND, STATUS: '          07580000
075900                 WS-FINLPEND-STATUS                               07590000
076000             MOVE 16 TO RETURN-CODE                               07600000
076100             STOP RUN                                             07610000
076200         END-IF                                                   07620000
076300                                                                  07630000
076400         MOVE "N" TO WS-EOF-SW                                    07640000
076500         PERFORM 765-READ-FINLPEND                                07650000
076600         PERFORM UNTIL WS-EOF                                     07660000
076700             ADD 1 TO WS-FT-READ-COUNT(WS-FILE-SUB)               07670000
076800             MOVE FP-ACCT-NUM TO WS-AUD-ACCT                      07680000
076900             PERFORM 600-MATCH-CUSTMAST                           07690000
077000             IF NOT WS-CUST-FOUND                                 07700000
077100                 MOVE FP-AMOUNT TO WS-AUD-AMOUNT                  07710000
077200                 MOVE 'FINAL PENDING, NO CUSTMAST ACCOUNT'        07720000
077300                     TO WS-AUD-EXCEPTION                          07730000
077400                 PERFORM 640-WRITE-ORPHAN                         07740000
077500             END-IF                                               07750000
077600             IF WS-FINL-COUNT < 5000                              07760000
077700                 ADD 1 TO WS-FINL-COUNT                           07770000
077800                 SET WS-FIN-IDX TO WS-FINL-COUNT                  07780000
077900                 MOVE FP-ACCT-NUM TO WS-FT-ACCT-NUM(WS-FIN-IDX)   07790000
078000             ELSE                                                 07800000
078100                 DISPLAY 'FINLPEND HAS MORE THAN 5000 ACCOUNTS - '07810000
078200                     'RAISE THE TABLE BEFORE RERUNNING'           07820000
078300                 MOVE 16 TO RETURN-CODE                           07830000
078400                 STOP RUN                                         07840000
078500             END-IF                                               07850000
078600             PERFORM 765-READ-FINLPEND                            07860000
078700         END-PERFORM                                              07870000
078800         CLOSE FINLPEND-FILE                                      07880000
078900     END-IF.                                                      07890000
079000                                                                  07900000
079100******************************************************************07910000
079200* WOFFMAST - a write-off with no CUSTMAST parent is a warning:    07920000
079300* the money is already expensed. Every written-off account is     07930000
079400* kept for the deposit check below.                               07940000
079500******************************************************************07950000
079600 210-AUDIT-WOFFMAST.                                              07960000
079700     MOVE 3 TO WS-FILE-SUB.                                       07970000
079800     MOVE "WOFFMAST" TO WS-AUD-FILE.                              07980000
079900     OPEN INPUT WOFFMAST-FILE.                                    07990000
080000     MOVE WS-WOFFMAST-STATUS TO WS-KEYED-STATUS.                  08000000
080100     PERFORM 290-CHECK-KEYED-OPEN.                                08010000
080200                                                                  08020000
080300     PERFORM 770-READ-WOFFMAST.                                   08030000
080400     PERFORM UNTIL WS-EOF                                         08040000
080500         ADD 1 TO WS-FT-READ-COUNT(WS-FILE-SUB)                   08050000
080600         MOVE WO-ACCT-NUM TO WS-AUD-ACCT                          08060000
080700         PERFORM 600-MATCH-CUSTMAST                               08070000
080800         IF NOT WS-CUST-FOUND                                     08080000
080900             MOVE 0 TO WS-AUD-AMOUNT                              08090000
081000             MOVE 'WRITE-OFF, NO CUSTMAST ACCOUNT'                08100000
081100                 TO WS-AUD-EXCEPTION                              08110000
081200             PERFORM 640-WRITE-ORPHAN                             08120000
081300         END-IF                                                   08130000
081400         IF WS-WOFF-COUNT < 5000                                  08140000
081500             ADD 1 TO WS-WOFF-COUNT                               08150000
081600             SET WS-WOF-IDX TO WS-WOFF-COUNT                      08160000
081700             MOVE WO-ACCT-NUM TO WS-WT-ACCT-NUM(WS-WOF-IDX)       08170000
081800         ELSE                                                     08180000
081900             DISPLAY 'WOFFMAST HAS MORE THAN 5000 ACCOUNTS - '    08190000
082000                 'RAISE THE TABLE BEFORE RERUNNING'               08200000
082100             MOVE 16 TO RETURN-CODE                               08210000
082200             STOP RUN                                             08220000
082300         END-IF                                                   08230000
082400         PERFORM 770-READ-WOFFMAST                                08240000
082500     END-PERFORM.                                                 08250000
082600     CLOSE WOFFMAST-FILE.                                         08260000
082700                                                                  08270000
082800******************************************************************08280000
082900* BALFWD - a balance with no CUSTMAST parent is a receivable no   08290000
083000* bill will ever collect or credit: critical unless it is zero.   08300000
083100******************************************************************08310000
083200 220-AUDIT-BALFWD.                                                08320000
083300     MOVE 4 TO WS-FILE-SUB.                                       08330000
083400     MOVE "BALFWD" TO WS-AUD-FILE.                                08340000
083500     OPEN INPUT BALFWD-FILE.                                      08350000
083600     MOVE WS-BALFWD-STATUS TO WS-KEYED-STATUS.                    08360000
083700     PERFORM 290-CHECK-KEYED-OPEN.                                08370000
083800                                                                  08380000
083900     PERFORM 775-READ-BALFWD.                                     08390000
084000     PERFORM UNTIL WS-EOF                                         08400000
084100         ADD 1 TO WS-FT-READ-COUNT(WS-FILE-SUB)                   08410000
084200         MOVE BF-ACCT-NUM TO WS-AUD-ACCT                          08420000
084300         PERFORM 600-MATCH-CUSTMAST                               08430000
084400         IF NOT WS-CUST-FOUND                                     08440000
084500             MOVE BF-PRIOR-BALANCE TO WS-AUD-AMOUNT               08450000
084600             MOVE 'BALANCE, NO CUSTMAST ACCOUNT'                  08460000
084700                 TO WS-AUD-EXCEPTION                              08470000
084800             PERFORM 640-WRITE-ORPHAN                             08480000
084900         END-IF                                                   08490000
085000         PERFORM 775-READ-BALFWD                                  08500000
085100     END-PERFORM.                                                 08510000
085200     CLOSE BALFWD-FILE.                                           08520000
085300                                                                  08530000
085400******************************************************************08540000
085500* USGHIST - usage history with no CUSTMAST parent is a warning.   08550000
085600******************************************************************08560000
085700 230-AUDIT-USGHIST.                                               08570000
085800     MOVE 5 TO WS-FILE-SUB.                                       08580000
085900     MOVE "USGHIST" TO WS-AUD-FILE.                               08590000
086000     OPEN INPUT USGHIST-FILE.                                     08600000
086100     MOVE WS-USGHIST-STATUS TO WS-KEYED-STATUS.                   08610000
086200     PERFORM 290-CHECK-KEYED-OPEN.                                08620000
086300                                                                  08630000
086400     PERFORM 780-READ-USGHIST.                                    08640000
086500     PERFORM UNTIL WS-EOF                                         08650000
086600         ADD 1 TO WS-FT-READ-COUNT(WS-FILE-SUB)                   08660000
086700         MOVE UH-ACCT-NUM TO WS-AUD-ACCT                          08670000
086800         PERFORM 600-MATCH-CUSTMAST                               08680000
086900         IF NOT WS-CUST-FOUND                                     08690000
087000             MOVE 0 TO WS-AUD-AMOUNT                              08700000
087100             MOVE 'USAGE HISTORY, NO CUSTMAST ACCOUNT'            08710000
087200                 TO WS-AUD-EXCEPTION                              08720000
087300             PERFORM 640-WRITE-ORPHAN                             08730000
087400         END-IF                                                   08740000
087500         PERFORM 780-READ-USGHIST                                 08750000
087600     END-PERFORM.                                                 08760000
087700     CLOSE USGHIST-FILE.                                          08770000
087800                                                                  08780000
087900******************************************************************08790000
088000* DEPMAST - a deposit held with no CUSTMAST parent, or held on    08800000
088100* an account whose balance was written off (the deposit should    08810000
088200* have gone against the debt first), is critical.                 08820000
088300******************************************************************08830000
088400 240-AUDIT-DEPMAST.                                               08840000
088500     MOVE 6 TO WS-FILE-SUB.                                       08850000
088600     MOVE "DEPMAST" TO WS-AUD-FILE.                               08860000
088700     OPEN INPUT DEPMAST-FILE.                                     08870000
088800     MOVE WS-DEPMAST-STATUS TO WS-KEYED-STATUS.                   08880000
088900     PERFORM 290-CHECK-KEYED-OPEN.                                08890000
089000                                                                  08900000
089100     PERFORM 785-READ-DEPMAST.                                    08910000
089200     PERFORM UNTIL WS-EOF                                         08920000
089300         ADD 1 TO WS-FT-READ-COUNT(WS-FILE-SUB)                   08930000
089400         MOVE DP-ACCT-NUM TO WS-AUD-ACCT                          08940000
089500         PERFORM 600-MATCH-CUSTMAST                               08950000
089600         IF NOT WS-CUST-FOUND                                     08960000
089700             MOVE DP-AMOUNT TO WS-AUD-AMOUNT                      08970000
089800             MOVE 'DEPOSIT, NO CUSTMAST ACCOUNT'                  08980000
089900                 TO WS-AUD-EXCEPTION                              08990000
090000             PERFORM 640-WRITE-ORPHAN                             09000000
090100         END-IF                                                   09010000
090200         IF DP-AMOUNT > 0                                         09020000
090300             PERFORM 620-MATCH-WOFFMAST                           09030000
090400             IF WS-WOFF-FOUND                                     09040000
090500                 MOVE 'DEPOSIT HELD ON WRITTEN-OFF ACCOUNT'       09050000
090600                     TO WS-AUD-EXCEPTION                          09060000
090700                 MOVE DP-AMOUNT TO WS-AUD-AMOUNT                  09070000
090800                 PERFORM 645-FORMAT-AMOUNT                        09080000
090900                 PERFORM 650-WRITE-CRITICAL                       09090000
091000             END-IF                                               09100000
091100         END-IF                                                   09110000
091200         PERFORM 785-READ-DEPMAST                                 09120000
091300     END-PERFORM.                                                 09130000
091400     CLOSE DEPMAST-FILE.                                          09140000
091500                                                                  09150000
091600******************************************************************09160000
091700* BUDGPLAN - a plan with no CUSTMAST parent is a warning; a plan  09170000
091800* still on an account pending final settlement is critical.       09180000
091900******************************************************************09190000
092000 250-AUDIT-BUDGPLAN.                                              09200000
092100     MOVE 7 TO WS-FILE-SUB.                                       09210000
092200     MOVE "BUDGPLAN" TO WS-AUD-FILE.                              09220000
092300     OPEN INPUT BUDGPLAN-FILE.                                    09230000
092400     MOVE WS-BUDGPLAN-STATUS TO WS-KEYED-STATUS.                  09240000
092500     PERFORM 290-CHECK-KEYED-OPEN.                                09250000
092600                                                                  09260000
092700     PERFORM 790-READ-BUDGPLAN.                                   09270000
092800     PERFORM UNTIL WS-EOF                                         09280000
092900         ADD 1 TO WS-FT-READ-COUNT(WS-FILE-SUB)                   09290000
093000         MOVE BP-ACCT-NUM TO WS-AUD-ACCT                          09300000
093100         PERFORM 600-MATCH-CUSTMAST                               09310000
093200         IF NOT WS-CUST-FOUND                                     09320000
093300             MOVE 0 TO WS-AUD-AMOUNT                              09330000
093400             MOVE 'BUDGET PLAN, NO CUSTMAST ACCOUNT'              09340000
093500                 TO WS-AUD-EXCEPTION                              09350000
093600             PERFORM 640-WRITE-ORPHAN                             09360000
093700         END-IF                                                   09370000
093800         PERFORM 610-MATCH-FINLPEND                               09380000
093900         IF WS-FINL-FOUND                                         09390000
094000             MOVE 'BUDGET PLAN ON FINAL-PENDING ACCOUNT'          09400000
094100                 TO WS-AUD-EXCEPTION                              09410000
094200             MOVE SPACES TO WS-AUD-DETAIL                         09420000
094300             MOVE BP-LEVEL-AMT TO WS-SMONEY-ED                    09430000
094400             STRING "LEVEL " WS-SMONEY-ED                         09440000
094500                 DELIMITED BY SIZE INTO WS-AUD-DETAIL             09450000
094600             PERFORM 650-WRITE-CRITICAL                           09460000
094700         END-IF                                                   09470000
094800         PERFORM 790-READ-BUDGPLAN                                09480000
094900     END-PERFORM.                                                 09490000
095000     CLOSE BUDGPLAN-FILE.                                         09500000
095100                                                                  09510000
095200******************************************************************09520000
095300* PAYARNG - an arrangement with no CUSTMAST parent is a warning;  09530000
095400* an active one on an account pending final settlement is         09540000
095500* critical.                                                       09550000
095600******************************************************************09560000
095700 260-AUDIT-PAYARNG.                                               09570000
095800     MOVE 8 TO WS-FILE-SUB.                                       09580000
095900     MOVE "PAYARNG" TO WS-AUD-FILE.                               09590000
096000     OPEN INPUT PAYARNG-FILE.                                     09600000
096100     MOVE WS-PAYARNG-STATUS TO WS-KEYED-STATUS.                   09610000
096200     PERFORM 290-CHECK-KEYED-OPEN.                                09620000
096300                                                                  09630000
096400     PERFORM 795-READ-PAYARNG.                                    09640000
096500     PERFORM UNTIL WS-EOF                                         09650000
096600         ADD 1 TO WS-FT-READ-COUNT(WS-FILE-SUB)                   09660000
096700         MOVE AR-ACCT-NUM TO WS-AUD-ACCT                          09670000
096800         PERFORM 600-MATCH-CUSTMAST                               09680000
096900         IF NOT WS-CUST-FOUND                                     09690000
097000             MOVE 0 TO WS-AUD-AMOUNT                              09700000
097100             MOVE 'ARRANGEMENT, NO CUSTMAST ACCOUNT'              09710000
097200                 TO WS-AUD-EXCEPTION                              09720000
097300             PERFORM 640-WRITE-ORPHAN                             09730000
097400         END-IF                                                   09740000
097500         IF AR-STATUS = "A"                                       09750000
097600             PERFORM 610-MATCH-FINLPEND                           09760000
097700             IF WS-FINL-FOUND                                     09770000
097800                 MOVE 'ACTIVE ARRANGEMENT ON FINAL-PENDING ACCT'  09780000
097900                     TO WS-AUD-EXCEPTION                          09790000
098000                 MOVE SPACES TO WS-AUD-DETAIL                     09800000
098100                 MOVE AR-INSTALL-AMT TO WS-SMONEY-ED              09810000
098200                 STRING "INSTALL " WS-SMONEY-ED                   09820000
098300                     DELIMITED BY SIZE INTO WS-AUD-DETAIL         09830000
098400                 PERFORM 650-WRITE-CRITICAL                       09840000
098500             END-IF                                               09850000
098600         END-IF                                                   09860000
098700         PERFORM 795-READ-PAYARNG                                 09870000
098800     END-PERFORM.                                                 09880000
098900     CLOSE PAYARNG-FILE.                                          09890000
099000                                                                  09900000
099100******************************************************************09910000
099200* AUTOPAY - an enrollment with no CUSTMAST parent is a warning;   09920000
099300* the draft export only drafts accounts that were billed.         09930000
099400******************************************************************09940000
099500 270-AUDIT-AUTOPAY.                                               09950000
099600     MOVE 9 TO WS-FILE-SUB.                                       09960000
099700     MOVE "AUTOPAY" TO WS-AUD-FILE.                               09970000
099800     OPEN INPUT AUTOPAY-FILE.                                     09980000
099900     MOVE WS-AUTOPAY-STATUS TO WS-KEYED-STATUS.                   09990000
100000     PERFORM 290-CHECK-KEYED-OPEN.                                10000000
100100                                                                  10010000
100200     PERFORM 796-READ-AUTOPAY.                                    10020000
100300     PERFORM UNTIL WS-EOF                                         10030000
100400         ADD 1 TO WS-FT-READ-COUNT(WS-FILE-SUB)                   10040000
100500         MOVE AP-ACCT-NUM TO WS-AUD-ACCT                          10050000
100600         PERFORM 600-MATCH-CUSTMAST                               10060000
100700         IF NOT WS-CUST-FOUND                                     10070000
100800             MOVE 'AUTOPAY ENROLLMENT, NO CUSTMAST ACCOUNT'       10080000
100900                 TO WS-AUD-EXCEPTION                              10090000
101000             MOVE SPACES TO WS-AUD-DETAIL                         10100000
101100             IF AP-ACTIVE-SW = "Y"                                10110000
101200                 MOVE "ENROLLMENT ACTIVE" TO WS-AUD-DETAIL        10120000
101300             END-IF                                               10130000
101400             PERFORM 655-WRITE-WARNING                            10140000
101500         END-IF                                                   10150000
101600         PERFORM 796-READ-AUTOPAY                                 10160000
101700     END-PERFORM.                                                 10170000
101800     CLOSE AUTOPAY-FILE.                                          10180000
101900                                                                  10190000
102000******************************************************************10200000
102100* PAYSUSPN - a payment in suspense for an account not on          10210000
102200* CUSTMAST is the cash-posting clerk's to work, so it is a        10220000
102300* warning here whatever its amount.                               10230000
102400******************************************************************10240000
102500 280-AUDIT-PAYSUSPN.                                              10250000
102600     MOVE 10 TO WS-FILE-SUB.                                      10260000
102700     MOVE "PAYSUSPN" TO WS-AUD-FILE.                              10270000
102800     OPEN INPUT PAYSUSPN-FILE.                                    10280000
102900     IF WS-PAYSUSPN-STATUS = "35"                                 10290000
103000         DISPLAY 'NO PAYSUSPN FOUND, NO PAYMENTS IN SUSPENSE'     10300000
103100     ELSE                                                         10310000
103200         IF WS-PAYSUSPN-STATUS NOT = "00"                         10320000
103300             DISPLAY 'UNABLE TO OPEN PAYSUSPN, STATUS: '          10330000
103400                 WS-PAYSUSPN-STATUS                               10340000
103500             MOVE 16 TO RETURN-CODE                               10350000
103600             STOP RUN                                             10360000
103700         END-IF                                                   10370000
103800                                                                  10380000
103900         MOVE "N" TO WS-EOF-SW                                    10390000
104000         PERFORM 797-READ-PAYSUSPN                                10400000
104100         PERFORM UNTIL WS-EOF                                     10410000
104200             ADD 1 TO WS-FT-READ-COUNT(WS-FILE-SUB)               10420000
104300             MOVE PN-ACCT-NUM TO WS-AUD-ACCT                      10430000
104400             PERFORM 600-MATCH-CUSTMAST                           10440000
104500             IF NOT WS-CUST-FOUND                                 10450000
104600                 MOVE 'SUSPENDED PAYMENT, NO CUSTMAST ACCOUNT'    10460000
104700                     TO WS-AUD-EXCEPTION                          10470000
104800                 MOVE PN-AMOUNT-PAID TO WS-AUD-AMOUNT             10480000
104900                 PERFORM 645-FORMAT-AMOUNT                        10490000
105000                 PERFORM 655-WRITE-WARNING                        10500000
105100             END-IF                                               10510000
105200             PERFORM 797-READ-PAYSUSPN                            10520000
105300         END-PERFORM                                              10530000
105400         CLOSE PAYSUSPN-FILE                                      10540000
105500     END-IF.                                                      10550000
105600                                                                  10560000
105700******************************************************************10570000
105800* Check the open of one OPTIONAL indexed file, its status moved   10580000
105900* to WS-KEYED-STATUS.                                             10590000
106000* "05" means the file does not exist yet and there is nothing     10600000
106100* to read; anything else but "00" stops the audit.                10610000
106200******************************************************************10620000
106300 290-CHECK-KEYED-OPEN.                                            10630000
106400     MOVE "N" TO WS-EOF-SW.                                       10640000
106500     IF WS-KEYED-STATUS = "05"                                    10650000
106600         DISPLAY 'NO ' WS-AUD-FILE ' FOUND, NOTHING TO AUDIT'     10660000
106700         SET WS-EOF TO TRUE                                       10670000
106800     ELSE                                                         10680000
106900         IF WS-KEYED-STATUS NOT = "00"                            10690000
107000             DISPLAY 'UNABLE TO OPEN ' WS-AUD-FILE ', STATUS: '   10700000
107100                 WS-KEYED-STATUS                                  10710000
107200             MOVE 16 TO RETURN-CODE                               10720000
107300             STOP RUN                                             10730000
107400         END-IF                                                   10740000
107500     END-IF.                                                      10750000
107600                                                                  10760000
107700******************************************************************10770000
107800* Print the sorted exceptions, a heading ahead of each severity.  10780000
107900******************************************************************10790000
108000 500-PRINT-REPORT.                                                10800000
108100     OPEN INPUT AUDSRT-FILE.                                      10810000
108200     IF WS-AUDSRT-STATUS NOT = "00"                               10820000
108300         DISPLAY 'UNABLE TO OPEN AUDSRT, STATUS: '                10830000
108400             WS-AUDSRT-STATUS                                     10840000
108500         MOVE 16 TO RETURN-CODE                                   10850000
108600         STOP RUN                                                 10860000
108700     END-IF.                                                      10870000
108800                                                                  10880000
108900     OPEN OUTPUT AUDITRPT-FILE.                                   10890000
109000     IF WS-AUDITRPT-STATUS NOT = "00"                             10900000
109100         DISPLAY 'UNABLE TO OPEN AUDITRPT, STATUS: '              10910000
109200             WS-AUDITRPT-STATUS                                   10920000
109300         MOVE 16 TO RETURN-CODE                                   10930000
109400         STOP RUN                                                 10940000
109500     END-IF.                                                      10950000
109600                                                                  10960000
109700     STRING WS-SYS-MM "/" WS-SYS-DD "/" WS-SYS-CCYY(3:2)          10970000
109800         DELIMITED BY SIZE INTO WS-RUN-DATE-ED.                   10980000
109900                                                                  10990000
110000     MOVE SPACES TO WS-AUDITRPT-LINE.                             11000000
110100     STRING "UTIL3400 ACCOUNT FILE INTEGRITY AUDIT" " "           11010000
110200         "RUN DATE: " WS-RUN-DATE-ED                              11020000
110300         DELIMITED BY SIZE INTO WS-AUDITRPT-LINE.                 11030000
110400     PERFORM 850-WRITE-REPORT-LINE.                               11040000
110500     PERFORM 850-WRITE-REPORT-LINE.                               11050000
110600                                                                  11060000
110700     MOVE 0 TO WS-PRIOR-SEV-SEQ.                                  11070000
110800     MOVE "N" TO WS-EOF-SW.                                       11080000
110900     PERFORM 798-READ-AUDSRT.                                     11090000
111000     PERFORM UNTIL WS-EOF                                         11100000
111100         IF AS-SEV-SEQ NOT = WS-PRIOR-SEV-SEQ                     11110000
111200             PERFORM 510-WRITE-SEVERITY-HEADING                   11120000
111300         END-IF                                                   11130000
111400         MOVE SPACES TO WS-AUDITRPT-LINE                          11140000
111500         MOVE AS-ACCT-NUM  TO WS-AUDITRPT-LINE(1:6)               11150000
111600         MOVE AS-FILE-NAME TO WS-AUDITRPT-LINE(10:8)              11160000
111700         MOVE AS-EXCEPTION TO WS-AUDITRPT-LINE(20:40)             11170000
111800         MOVE AS-DETAIL    TO WS-AUDITRPT-LINE(62:30)             11180000
111900         PERFORM 850-WRITE-REPORT-LINE                            11190000
112000         PERFORM 798-READ-AUDSRT                                  11200000
112100     END-PERFORM.                                                 11210000
112200     CLOSE AUDSRT-FILE.                                           11220000
112300                                                                  11230000
112400     IF WS-CRITICAL-COUNT = 0 AND WS-WARNING-COUNT = 0            11240000
112500         MOVE SPACES TO WS-AUDITRPT-LINE                          11250000
112600         MOVE "NO EXCEPTIONS - ALL FILES AGREE WITH CUSTMAST"     11260000
112700             TO WS-AUDITRPT-LINE                                  11270000
112800         PERFORM 850-WRITE-REPORT-LINE                            11280000
112900     END-IF.                                                      11290000
113000                                                                  11300000
113100******************************************************************11310000
113200* Start a severity section: a blank line, the severity banner,    11320000
113300* and the column headings.                                        11330000
113400******************************************************************11340000
113500 510-WRITE-SEVERITY-HEADING.                                      11350000
113600     MOVE AS-SEV-SEQ TO WS-PRIOR-SEV-SEQ.                         11360000
113700     MOVE SPACES TO WS-AUDITRPT-LINE.                             11370000
113800     PERFORM 850-WRITE-REPORT-LINE.                               11380000
113900     IF AS-SEV-SEQ = 1                                            11390000
114000         MOVE "*** CRITICAL - HOLD THE NEXT UTIL2000 CYCLE ***"   11400000
114100             TO WS-AUDITRPT-LINE                                  11410000
114200     ELSE                                                         11420000
114300         MOVE "*** WARNINGS ***" TO WS-AUDITRPT-LINE              11430000
114400     END-IF.                                                      11440000
114500     PERFORM 850-WRITE-REPORT-LINE.                               11450000
114600     MOVE "ACCOUNT"   TO WS-AUDITRPT-LINE(1:7).                   11460000
114700     MOVE "FILE"      TO WS-AUDITRPT-LINE(10:4).                  11470000
114800     MOVE "EXCEPTION" TO WS-AUDITRPT-LINE(20:9).                  11480000
114900     MOVE "DETAIL"    TO WS-AUDITRPT-LINE(62:6).                  11490000
115000     PERFORM 850-WRITE-REPORT-LINE.                               11500000
115100                                                                  11510000
115200******************************************************************11520000
115300* Look for WS-AUD-ACCT in the customer table.                     11530000
115400******************************************************************11540000
115500 600-MATCH-CUSTMAST.                                              11550000
115600     MOVE "N" TO WS-CUST-FOUND-SW.                                11560000
115700     SET WS-CUST-IDX TO 1.                                        11570000
115800     SEARCH WS-CUST-ENTRY                                         11580000
115900         AT END                                                   11590000
116000             CONTINUE                                             11600000
116100         WHEN WS-CT-ACCT-NUM(WS-CUST-IDX) = WS-AUD-ACCT           11610000
116200             SET WS-CUST-FOUND TO TRUE                            11620000
116300     END-SEARCH.                                                  11630000
116400                                                                  11640000
116500******************************************************************11650000
116600* Is WS-AUD-ACCT pending final settlement?                        11660000
116700******************************************************************11670000
116800 610-MATCH-FINLPEND.                                              11680000
116900     MOVE "N" TO WS-FINL-FOUND-SW.                                11690000
117000     SET WS-FIN-IDX TO 1.                                         11700000
117100     SEARCH WS-FINL-ENTRY                                         11710000
117200         AT END                                                   11720000
117300             CONTINUE                                             11730000
117400         WHEN WS-FT-ACCT-NUM(WS-FIN-IDX) = WS-AUD-ACCT            11740000
117500             SET WS-FINL-FOUND TO TRUE                            11750000
117600     END-SEARCH.                                                  11760000
117700                                                                  11770000
117800******************************************************************11780000
117900* Was WS-AUD-ACCT's balance written off?                          11790000
118000******************************************************************11800000
118100 620-MATCH-WOFFMAST.                                              11810000
118200     MOVE "N" TO WS-WOFF-FOUND-SW.                                11820000
118300     SET WS-WOF-IDX TO 1.                                         11830000
118400     SEARCH WS-WOFF-ENTRY                                         11840000
118500         AT END                                                   11850000
118600             CONTINUE                                             11860000
118700         WHEN WS-WT-ACCT-NUM(WS-WOF-IDX) = WS-AUD-ACCT            11870000
118800             SET WS-WOFF-FOUND TO TRUE                            11880000
118900     END-SEARCH.                                                  11890000
119000                                                                  11900000
119100******************************************************************11910000
119200* Write one orphan. An orphan still holding money (WS-AUD-AMOUNT  11920000
119300* not zero) is critical; one holding nothing is a warning.        11930000
119400******************************************************************11940000
119500 640-WRITE-ORPHAN.                                                11950000
119600     PERFORM 645-FORMAT-AMOUNT.                                   11960000
119700     IF WS-AUD-AMOUNT NOT = 0                                     11970000
119800         PERFORM 650-WRITE-CRITICAL                               11980000
119900     ELSE                                                         11990000
120000         PERFORM 655-WRITE-WARNING                                12000000
120100     END-IF.                                                      12010000
120200                                                                  12020000
120300******************************************************************12030000
120400* Show WS-AUD-AMOUNT in the detail column, blank when zero.       12040000
120500******************************************************************12050000
120600 645-FORMAT-AMOUNT.                                               12060000
120700     MOVE SPACES TO WS-AUD-DETAIL.                                12070000
120800     IF WS-AUD-AMOUNT NOT = 0                                     12080000
120900         MOVE WS-AUD-AMOUNT TO WS-SMONEY-ED                       12090000
121000         STRING "AMOUNT " WS-SMONEY-ED                            12100000
121100             DELIMITED BY SIZE INTO WS-AUD-DETAIL                 12110000
121200     END-IF.                                                      12120000
121300                                                                  12130000
121400******************************************************************12140000
121500* Write the exception in hand as critical.                        12150000
121600******************************************************************12160000
121700 650-WRITE-CRITICAL.                                              12170000
121800     MOVE 1 TO AW-SEV-SEQ.                                        12180000
121900     ADD 1 TO WS-CRITICAL-COUNT.                                  12190000
122000     PERFORM 660-WRITE-EXCEPTION.                                 12200000
122100                                                                  12210000
122200******************************************************************12220000
122300* Write the exception in hand as a warning.                       12230000
122400******************************************************************12240000
122500 655-WRITE-WARNING.                                               12250000
122600     MOVE 2 TO AW-SEV-SEQ.                                        12260000
122700     ADD 1 TO WS-WARNING-COUNT.                                   12270000
122800     PERFORM 660-WRITE-EXCEPTION.                                 12280000
122900                                                                  12290000
123000******************************************************************12300000
123100* Put the exception on AUDWORK and count it against its file.     12310000
123200******************************************************************12320000
123300 660-WRITE-EXCEPTION.                                             12330000
123400     MOVE WS-AUD-ACCT      TO AW-ACCT-NUM.                        12340000
123500     MOVE WS-AUD-FILE      TO AW-FILE-NAME.                       12350000
123600     MOVE WS-AUD-EXCEPTION TO AW-EXCEPTION.                       12360000
123700     MOVE WS-AUD-DETAIL    TO AW-DETAIL.                          12370000
123800     WRITE AUDWORK-REC.                                           12380000
123900     ADD 1 TO WS-FT-EXCP-COUNT(WS-FILE-SUB).                      12390000
124000                                                                  12400000
124100******************************************************************12410000
124200* Write the per-file totals and the result to the report, close   12420000
124300* it, display the run totals, and set the return code: 16 when    12430000
124400* anything is critical, 4 when there are only warnings.           12440000
124500******************************************************************12450000
124600 800-CLOSE-WITH-TOTALS.                                           12460000
124700     MOVE SPACES TO WS-AUDITRPT-LINE.                             12470000
124800     PERFORM 850-WRITE-REPORT-LINE.                               12480000
124900     MOVE "FILE       RECORDS READ  EXCEPTIONS"                   12490000
125000         TO WS-AUDITRPT-LINE.                                     12500000
125100     PERFORM 850-WRITE-REPORT-LINE.                               12510000
125200     PERFORM VARYING WS-FT-IDX FROM 1 BY 1 UNTIL WS-FT-IDX > 12   12520000
125300         MOVE SPACES TO WS-AUDITRPT-LINE                          12530000
125400         MOVE WS-FILE-NAME(WS-FT-IDX) TO WS-AUDITRPT-LINE(1:8)    12540000
125500         MOVE WS-FT-READ-COUNT(WS-FT-IDX) TO WS-BIG-COUNT-ED      12550000
125600         MOVE WS-BIG-COUNT-ED TO WS-AUDITRPT-LINE(14:9)           12560000
125700         MOVE WS-FT-EXCP-COUNT(WS-FT-IDX) TO WS-BIG-COUNT-ED      12570000
125800         MOVE WS-BIG-COUNT-ED TO WS-AUDITRPT-LINE(27:9)           12580000
125900         PERFORM 850-WRITE-REPORT-LINE                            12590000
126000     END-PERFORM.                                                 12600000
126100                                                                  12610000
126200     MOVE SPACES TO WS-AUDITRPT-LINE.                             12620000
126300     PERFORM 850-WRITE-REPORT-LINE.                               12630000
126400     MOVE WS-CRITICAL-COUNT TO WS-BIG-COUNT-ED.                   12640000
126500     STRING "CRITICAL EXCEPTIONS: " WS-BIG-COUNT-ED               12650000
126600         DELIMITED BY SIZE INTO WS-AUDITRPT-LINE.                 12660000
126700     MOVE WS-WARNING-COUNT TO WS-BIG-COUNT-ED.                    12670000
126800     STRING "   WARNINGS: " WS-BIG-COUNT-ED                       12680000
126900         DELIMITED BY SIZE INTO WS-AUDITRPT-LINE(31:22).          12690000
127000     PERFORM 850-WRITE-REPORT-LINE.                               12700000
127100                                                                  12710000
127200     IF WS-CRITICAL-COUNT > 0                                     12720000
127300         MOVE "RESULT: CRITICAL - RETURN CODE 16, HOLD UTIL2000"  12730000
127400             TO WS-AUDITRPT-LINE                                  12740000
127500     ELSE                                                         12750000
127600         IF WS-WARNING-COUNT > 0                                  12760000
127700             MOVE "RESULT: WARNINGS ONLY - RETURN CODE 4"         12770000
127800                 TO WS-AUDITRPT-LINE                              12780000
127900         ELSE                                                     12790000
128000             MOVE "RESULT: CLEAN - RETURN CODE 0"                 12800000
128100                 TO WS-AUDITRPT-LINE                              12810000
128200         END-IF                                                   12820000
128300     END-IF.                                                      12830000
128400     PERFORM 850-WRITE-REPORT-LINE.                               12840000
128500     CLOSE AUDITRPT-FILE.                                         12850000
128600                                                                  12860000
128700     MOVE WS-CUST-COUNT TO WS-COUNT-ED.                           12870000
128800     DISPLAY 'CUSTMAST ACCOUNTS  : ' WS-COUNT-ED.                 12880000
128900     MOVE WS-CRITICAL-COUNT TO WS-BIG-COUNT-ED.                   12890000
129000     DISPLAY 'CRITICAL EXCEPTIONS: ' WS-BIG-COUNT-ED.             12900000
129100     MOVE WS-WARNING-COUNT TO WS-BIG-COUNT-ED.                    12910000
129200     DISPLAY 'WARNINGS           : ' WS-BIG-COUNT-ED.             12920000
129300                                                                  12930000
129400     IF WS-CRITICAL-COUNT > 0                                     12940000
129500         DISPLAY 'CRITICAL EXCEPTIONS FOUND - HOLD UTIL2000'      12950000
129600         MOVE 16 TO RETURN-CODE                                   12960000
129700     ELSE                                                         12970000
129800         IF WS-WARNING-COUNT > 0                                  12980000
129900             MOVE 4 TO RETURN-CODE                                12990000
130000         END-IF                                                   13000000
130100     END-IF.                                                      13010000
130200                                                                  13020000
130300******************************************************************13030000
130400* Read one RATEPARM record; set WS-EOF at end of file.            13040000
130500******************************************************************13050000
130600 750-READ-RATEPARM.                                               13060000
130700     READ RATEPARM-FILE                                           13070000
130800         AT END                                                   13080000
130900             SET WS-EOF TO TRUE                                   13090000
131000         NOT AT END                                               13100000
131100             CONTINUE                                             13110000
131200     END-READ.                                                    13120000
131300                                                                  13130000
131400******************************************************************13140000
131500* Read one TAXPARM record; set WS-EOF at end of file.             13150000
131600******************************************************************13160000
131700 755-READ-TAXPARM.                                                13170000
131800     READ TAXPARM-FILE                                            13180000
131900         AT END                                                   13190000
132000             SET WS-EOF TO TRUE                                   13200000
132100         NOT AT END                                               13210000
132200             CONTINUE                                             13220000
132300     END-READ.                                                    13230000
132400                                                                  13240000
132500******************************************************************13250000
132600* Read one CUSTMAST record; set WS-EOF at end of file.            13260000
132700******************************************************************13270000
132800 760-READ-CUSTMAST.                                               13280000
132900     READ CUSTMAST-FILE                                           13290000
133000         AT END                                                   13300000
133100             SET WS-EOF TO TRUE                                   13310000
133200         NOT AT END                                               13320000
133300             CONTINUE                                             13330000
133400     END-READ.                                                    13340000
133500                                                                  13350000
133600******************************************************************13360000
133700* Read one FINLPEND record; set WS-EOF at end of file.            13370000
133800******************************************************************13380000
133900 765-READ-FINLPEND.                                               13390000
134000     READ FINLPEND-FILE                                           13400000
134100         AT END                                                   13410000
134200             SET WS-EOF TO TRUE                                   13420000
134300         NOT AT END                                               13430000
134400             CONTINUE                                             13440000
134500     END-READ.                                                    13450000
134600                                                                  13460000
134700******************************************************************13470000
134800* Read the next record of each indexed file in key order; set     13480000
134900* WS-EOF at end of file.                                          13490000
135000******************************************************************13500000
135100 770-READ-WOFFMAST.                                               13510000
135200     READ WOFFMAST-FILE NEXT RECORD                               13520000
135300         AT END                                                   13530000
135400             SET WS-EOF TO TRUE                                   13540000
135500         NOT AT END                                               13550000
135600             CONTINUE                                             13560000
135700     END-READ.                                                    13570000
135800                                                                  13580000
135900 775-READ-BALFWD.                                                 13590000
136000     READ BALFWD-FILE NEXT RECORD                                 13600000
136100         AT END                                                   13610000
136200             SET WS-EOF TO TRUE                                   13620000
136300         NOT AT END                                               13630000
136400             CONTINUE                                             13640000
136500     END-READ.                                                    13650000
136600                                                                  13660000
136700 780-READ-USGHIST.                                                13670000
136800     READ USGHIST-FILE NEXT RECORD                                13680000
136900         AT END                                                   13690000
137000             SET WS-EOF TO TRUE                                   13700000
137100         NOT AT END                                               13710000
137200             CONTINUE                                             13720000
137300     END-READ.                                                    13730000
137400                                                                  13740000
137500 785-READ-DEPMAST.                                                13750000
137600     READ DEPMAST-FILE NEXT RECORD                                13760000
137700         AT END                                                   13770000
137800             SET WS-EOF TO TRUE                                   13780000
137900         NOT AT END                                               13790000
138000             CONTINUE                                             13800000
138100     END-READ.                                                    13810000
138200                                                                  13820000
138300 790-READ-BUDGPLAN.                                               13830000
138400     READ BUDGPLAN-FILE NEXT RECORD                               13840000
138500         AT END                                                   13850000
138600             SET WS-EOF TO TRUE                                   13860000
138700         NOT AT END                                               13870000
138800             CONTINUE                                             13880000
138900     END-READ.                                                    13890000
139000                                                                  13900000
139100 795-READ-PAYARNG.                                                13910000
139200     READ PAYARNG-FILE NEXT RECORD                                13920000
139300         AT END                                                   13930000
139400             SET WS-EOF TO TRUE                                   13940000
139500         NOT AT END                                               13950000
139600             CONTINUE                                             13960000
139700     END-READ.                                                    13970000
139800                                                                  13980000
139900 796-READ-AUTOPAY.                                                13990000
140000     READ AUTOPAY-FILE NEXT RECORD                                14000000
140100         AT END                                                   14010000
140200             SET WS-EOF TO TRUE                                   14020000
140300         NOT AT END                                               14030000
140400             CONTINUE                                             14040000
140500     END-READ.                                                    14050000
140600                                                                  14060000
140700******************************************************************14070000
140800* Read one PAYSUSPN record; set WS-EOF at end of file.            14080000
140900******************************************************************14090000
141000 797-READ-PAYSUSPN.                                               14100000
141100     READ PAYSUSPN-FILE                                           14110000
141200         AT END                                                   14120000
141300             SET WS-EOF TO TRUE                                   14130000
141400         NOT AT END                                               14140000
141500             CONTINUE                                             14150000
141600     END-READ.                                                    14160000
141700                                                                  14170000
141800******************************************************************14180000
141900* Read one sorted exception; set WS-EOF at end of file.           14190000
142000******************************************************************14200000
142100 798-READ-AUDSRT.                                                 14210000
142200     READ AUDSRT-FILE                                             14220000
142300         AT END                                                   14230000
142400             SET WS-EOF TO TRUE                                   14240000
142500         NOT AT END                                               14250000
142600             CONTINUE                                             14260000
142700     END-READ.                                                    14270000
142800                                                                  14280000
142900******************************************************************14290000
143000* Write WS-AUDITRPT-LINE to the report and clear it.              14300000
143100******************************************************************14310000
143200 850-WRITE-REPORT-LINE.                                           14320000
143300     MOVE WS-AUDITRPT-LINE TO AUDITRPT-REC.                       14330000
143400     WRITE AUDITRPT-REC.                                          14340000
143500     MOVE SPACES TO WS-AUDITRPT-LINE.                             14350000
