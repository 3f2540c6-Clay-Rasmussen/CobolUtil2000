000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. UTIL3300.                                            00020000
000300******************************************************************00030000
000400*  Programmer.: Clay Rasmussen                                    00040000
000500*  Date.......: October 15, 2026                                  00050000
000600*  GitHub URL.: github.com/Clay-Rasmussen/CobolUtil2000           00060000
000700*  Description: This COBOL program maintains the SVCORDER service 00070000
000800*  orders and the SVCSTAT service status of each account. Every   00080000
000900*  account on UTIL2200's DISCXTR extract becomes an open          00090000
001000*  disconnect order, unless the service is already off or a       00100000
001100*  disconnect order is already out for it. The field group's      00110000
001200*  results come back on SVCCOMP: an order is completed,           00120000
001300*  cancelled, or marked unable to complete (it stays open for     00130000
001400*  another attempt). Completing a disconnect marks the service    00140000
001500*  disconnected so UTIL2000 stops estimating it; completing a     00150000
001600*  reconnect (raised by UTIL1500 when the balance is cleared)     00160000
001700*  marks it active again and flags the reconnect fee for the      00170000
001800*  next bill. Every order touched, applied or rejected, is        00180000
001900*  logged to SVCAUDIT with the order record before and after,     00190000
002000*  the same way UTIL3050's METAUDIT covers meter changes.         00200000
002100******************************************************************00210000
002200 ENVIRONMENT DIVISION.                                            00220000
002300 INPUT-OUTPUT SECTION.                                            00230000
002400 FILE-CONTROL.                                                    00240000
002500**************************************************************    00250000
002600* DISCXTR - UTIL2200's disconnect-notice extract (account,        00260000
002700* balance, cycles past due); no extract means no new orders       00270000
002800**************************************************************    00280000
002900     SELECT DISCXTR-FILE ASSIGN TO "DISCXTR"                      00290000
003000         ORGANIZATION IS LINE SEQUENTIAL                          00300000
003100         FILE STATUS IS WS-DISCXTR-STATUS.                        00310000
003200                                                                  00320000
003300**************************************************************    00330000
003400* SVCCOMP - the field group's order results: "C" completed,       00340000
003500* "X" cancelled, "U" unable to complete; no file means no         00350000
003600* results came back today                                         00360000
003700**************************************************************    00370000
003800     SELECT SVCCOMP-FILE ASSIGN TO "SVCCOMP"                      00380000
003900         ORGANIZATION IS LINE SEQUENTIAL                          00390000
004000         FILE STATUS IS WS-SVCCOMP-STATUS.                        00400000
004100                                                                  00410000
004200**************************************************************    00420000
004300* CUSTMAST - customer master, used only to prove the account      00430000
004400* on a disconnect order exists                                    00440000
004500**************************************************************    00450000
004600     SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"                    00460000
004700         ORGANIZATION IS LINE SEQUENTIAL                          00470000
004800         FILE STATUS IS WS-CUSTMAST-STATUS.                       00480000
004900                                                                  00490000
005000**************************************************************    00500000
005100* SVCPARM - the service-order parameters: reconnect fee, and      00510000
005200* the days the field group is given to work a disconnect or a     00520000
005300* reconnect; a missing SVCPARM falls back to the shop             00530000
005400* defaults below                                                  00540000
005500**************************************************************    00550000
005600     SELECT SVCPARM-FILE ASSIGN TO "SVCPARM"                      00560000
005700         ORGANIZATION IS LINE SEQUENTIAL                          00570000
005800         FILE STATUS IS WS-SVCPARM-STATUS.                        00580000
005900                                                                  00590000
006000**************************************************************    00600000
006100* SVCORDER - one record per account and order type, indexed       00610000
006200* and updated in place; a new order reuses the slot of a          00620000
006300* closed one. OPTIONAL: a first run simply creates it.            00630000
006400**************************************************************    00640000
006500     SELECT OPTIONAL SVCORDER-FILE ASSIGN TO "SVCORDER"           00650000
006600         ORGANIZATION IS INDEXED                                  00660000
006700         ACCESS MODE IS RANDOM                                    00670000
006800         RECORD KEY IS SO-ORDER-KEY                               00680000
006900         FILE STATUS IS WS-SVCORDER-STATUS.                       00690000
007000                                                                  00700000
007100**************************************************************    00710000
007200* SVCSTAT - service status per account, indexed by account.       00720000
007300* An account with no record has never been disconnected.          00730000
007400* OPTIONAL: a first run simply creates it.                        00740000
007500**************************************************************    00750000
007600     SELECT OPTIONAL SVCSTAT-FILE ASSIGN TO "SVCSTAT"             00760000
007700         ORGANIZATION IS INDEXED                                  00770000
007800         ACCESS MODE IS RANDOM                                    00780000
007900         RECORD KEY IS SS-ACCT-NUM                                00790000
008000         FILE STATUS IS WS-SVCSTAT-STATUS.                        00800000
008100                                                                  00810000
008200**************************************************************    00820000
008300* SVCAUDIT - one record per order touched with disposition,       00830000
008400* reason, and the order record before and after; appended to,     00840000
008500* as UTIL1500 adds the reconnect orders it raises                 00850000
008600**************************************************************    00860000
008700     SELECT OPTIONAL SVCAUDIT-FILE ASSIGN TO "SVCAUDIT"           00870000
008800         ORGANIZATION IS LINE SEQUENTIAL                          00880000
008900         FILE STATUS IS WS-SVCAUDIT-STATUS.                       00890000
009000                                                                  00900000
009100 DATA DIVISION.                                                   00910000
009200 FILE SECTION.                                                    00920000
009300**************************************************************    00930000
009400* DISCXTR RECORD - must stay in step with the layout UTIL2200     00940000
009500* writes in 650-WRITE-DISC-EXTRACT                                00950000
009600**************************************************************    00960000
009700 FD  DISCXTR-FILE.                                                00970000
009800 01  DISCXTR-REC.                                                 00980000
009900     05  DX-ACCT-NUM          PIC X(6).                           00990000
010000     05  DX-BALANCE           PIC 9(6)V99.                        01000000
010100     05  DX-CYCLES-PAST-DUE   PIC 9(2).                           01010000
010200                                                                  01020000
010300**************************************************************    01030000
010400* SVCCOMP RECORD - one field result. The date arrives as          01040000
010500* display characters and is edited before use; a blank date       01050000
010600* is taken as today.                                              01060000
010700**************************************************************    01070000
010800 FD  SVCCOMP-FILE.                                                01080000
010900 01  SVCCOMP-REC.                                                 01090000
011000     05  SC-ACCT-NUM          PIC X(6).                           01100000
011100     05  SC-ORDER-TYPE        PIC X(1).                           01110000
011200     05  SC-RESULT            PIC X(1).                           01120000
011300     05  SC-DATE              PIC X(8).                           01130000
011400     05  SC-REMARK            PIC X(20).                          01140000
011500                                                                  01150000
011600**************************************************************    01160000
011700* CUSTMAST RECORD - account/name/kwh/fee for one customer         01170000
011800**************************************************************    01180000
011900 FD  CUSTMAST-FILE.                                               01190000
012000 01  CUSTMAST-REC.                                                01200000
012100     05  CM-ACCT-NUM         PIC X(6).                            01210000
012200     05  CM-CLASS-CODE       PIC X(1).                            01220000
012300     05  CM-CUST-NAME        PIC X(12).                           01230000
012400     05  CM-KWH-USED         PIC 9(5).                            01240000
012500     05  CM-SERVICE-FEE      PIC 9(3)V99.                         01250000
012600     05  CM-JURIS-CODE       PIC X(2).                            01260000
012700     05  CM-CYCLE-CODE       PIC X(2).                            01270000
012800     05  CM-SVC-ADDR         PIC X(25).                           01280000
012900     05  CM-MAIL-ADDR        PIC X(25).                           01290000
013000     05  CM-MAIL-CITY        PIC X(15).                           01300000
013100     05  CM-MAIL-STATE       PIC X(2).                            01310000
013200     05  CM-MAIL-ZIP         PIC X(5).                            01320000
013300     05  CM-UNDELIV-SW       PIC X(1).                            01330000
013400                                                                  01340000
013500**************************************************************    01350000
013600* SVCPARM RECORD - reconnect fee, disconnect days, reconnect      01360000
013700* days (same layout UTIL1500 and UTIL2000 read)                   01370000
013800**************************************************************    01380000
013900 FD  SVCPARM-FILE.                                                01390000
014000 01  SVCPARM-REC.                                                 01400000
014100     05  SP-RECONNECT-FEE     PIC 9(3)V99.                        01410000
014200     05  SP-DISC-DAYS         PIC 9(3).                           01420000
014300     05  SP-RECON-DAYS        PIC 9(3).                           01430000
014400                                                                  01440000
014500**************************************************************    01450000
014600* SVCORDER RECORD - one service order. SO-ORDER-TYPE is "D"       01460000
014700* disconnect or "R" reconnect. SO-STATUS is "O" open, "U"         01470000
014800* unable to complete (still open), "C" completed, "X"             01480000
014900* cancelled. SO-BALANCE is the balance that drove the order.      01490000
015000**************************************************************    01500000
015100 FD  SVCORDER-FILE.                                               01510000
015200 01  SVCORDER-REC.                                                01520000
015300     05  SO-ORDER-KEY.                                            01530000
015400         10  SO-ACCT-NUM      PIC X(6).                           01540000
015500         10  SO-ORDER-TYPE    PIC X(1).                           01550000
015600     05  SO-STATUS            PIC X(1).                           01560000
015700     05  SO-ISSUE-DATE        PIC 9(8).                           01570000
015800     05  SO-DUE-DATE          PIC 9(8).                           01580000
015900     05  SO-CLOSE-DATE        PIC 9(8).                           01590000
016000     05  SO-BALANCE           PIC 9(6)V99.                        01600000
016100     05  SO-CYCLES-PAST-DUE   PIC 9(2).                           01610000
016200     05  SO-ATTEMPTS          PIC 9(2).                           01620000
016300     05  SO-SOURCE            PIC X(8).                           01630000
016400     05  SO-REMARK            PIC X(20).                          01640000
016500                                                                  01650000
016600**************************************************************    01660000
016700* SVCSTAT RECORD - SS-SVC-STATUS is "D" disconnected or "A"       01670000
016800* active; SS-RECON-FEE-SW is "Y" until UTIL2000 bills the fee     01680000
016900* for the reconnect that made the service active again            01690000
017000**************************************************************    01700000
017100 FD  SVCSTAT-FILE.                                                01710000
017200 01  SVCSTAT-REC.                                                 01720000
017300     05  SS-ACCT-NUM          PIC X(6).                           01730000
017400     05  SS-SVC-STATUS        PIC X(1).                           01740000
017500     05  SS-STATUS-DATE       PIC 9(8).                           01750000
017600     05  SS-DISC-BALANCE      PIC 9(6)V99.                        01760000
017700     05  SS-RECON-FEE-SW      PIC X(1).                           01770000
017800                                                                  01780000
017900**************************************************************    01790000
018000* SVCAUDIT RECORD - disposition of one action against one         01800000
018100* order with the order record before and after                    01810000
018200**************************************************************    01820000
018300 FD  SVCAUDIT-FILE.                                               01830000
018400 01  SVCAUDIT-REC.                                                01840000
018500     05  SA-RUN-DATE         PIC 9(8).                            01850000
018600     05  SA-ACTION           PIC X(1).                            01860000
018700     05  SA-ACCT-NUM         PIC X(6).                            01870000
018800     05  SA-ORDER-TYPE       PIC X(1).                            01880000
018900     05  SA-STATUS           PIC X(8).                            01890000
019000     05  SA-REASON           PIC X(30).                           01900000
019100     05  SA-BEFORE-IMAGE     PIC X(72).                           01910000
019200     05  SA-AFTER-IMAGE      PIC X(72).                           01920000
019300                                                                  01930000
019400 WORKING-STORAGE SECTION.                                         01940000
019500                                                                  01950000
019600******************************************************************01960000
019700* CONSTANTS - the shop defaults used when no SVCPARM is supplied: 01970000
019800* a $50.00 reconnect fee, ten days to work a disconnect and two   01980000
019900* to work a reconnect.                                            01990000
020000******************************************************************02000000
020100 01  WS-DEFAULT-RECON-FEE     PIC 9(3)V99  VALUE 50.00.           02010000
020200 01  WS-DEFAULT-DISC-DAYS     PIC 9(3)     VALUE 10.              02020000
020300 01  WS-DEFAULT-RECON-DAYS    PIC 9(3)     VALUE 2.               02030000
020400 01  WS-DISC-DAYS             PIC 9(3)     VALUE 0.               02040000
020500                                                                  02050000
020600******************************************************************02060000
020700* CUSTOMER ACCOUNT TABLE - every CM-ACCT-NUM, loaded up front so  02070000
020800* each extract account can be matched without rereading the       02080000
020900* master. Same bounded-table approach as UTIL3050.                02090000
021000******************************************************************02100000
021100 01  WS-CUST-TABLE.                                               02110000
021200     05  WS-CUST-ENTRY OCCURS 5000 TIMES                          02120000
021300             INDEXED BY WS-CUST-IDX.                              02130000
021400         10  WS-CT-ACCT-NUM       PIC X(6)  VALUE SPACES.         02140000
021500 01  WS-CUST-COUNT            PIC 9(5)     VALUE 0.               02150000
021600 01  WS-CUST-FOUND-SW         PIC X(1)     VALUE "N".             02160000
021700     88  WS-CUST-FOUND                     VALUE "Y".             02170000
021800                                                                  02180000
021900******************************************************************02190000
022000* CURRENT ACTION FIELDS - the completion date is proven numeric   02200000
022100* before it is used, the same way UTIL3050 edits METRTRAN.        02210000
022200******************************************************************02220000
022300 01  WS-TRAN-DATE             PIC 9(8)     VALUE 0.               02230000
022400 01  WS-TRAN-DATE-X REDEFINES WS-TRAN-DATE PIC X(8).              02240000
022500 01  WS-TRAN-VALID-SW         PIC X(1)     VALUE "Y".             02250000
022600     88  WS-TRAN-VALID                     VALUE "Y".             02260000
022700 01  WS-SKIP-SW               PIC X(1)     VALUE "N".             02270000
022800     88  WS-SKIPPED                        VALUE "Y".             02280000
022900 01  WS-REJECT-REASON         PIC X(30)    VALUE SPACES.          02290000
023000 01  WS-ACTION                PIC X(1)     VALUE SPACES.          02300000
023100 01  WS-ORDER-FOUND-SW        PIC X(1)     VALUE "N".             02310000
023200     88  WS-ORDER-FOUND                    VALUE "Y".             02320000
023300 01  WS-STAT-FOUND-SW         PIC X(1)     VALUE "N".             02330000
023400     88  WS-STAT-FOUND                     VALUE "Y".             02340000
023500 01  WS-BEFORE-IMAGE          PIC X(72)    VALUE SPACES.          02350000
023600                                                                  02360000
023700******************************************************************02370000
023800* DUE DATE - today plus the days allowed, rolled by hand across   02380000
023900* month end and year end the way UTIL2400 rolls its draft date,   02390000
024000* a month at a time so any number of days can be added.           02400000
024100* February gets its leap day back on years divisible by 4.        02410000
024200******************************************************************02420000
024300 01  WS-DUE-DATE8             PIC 9(8)     VALUE 0.               02430000
024400 01  WS-DUE-DATE-R REDEFINES WS-DUE-DATE8.                        02440000
024500     05  WS-DUE-CCYY          PIC 9(4).                           02450000
024600     05  WS-DUE-MM            PIC 99.                             02460000
024700     05  WS-DUE-DD            PIC 99.                             02470000
024800 01  WS-ROLL-DAYS             PIC 9(4)     VALUE 0.               02480000
024900 01  WS-MONTH-DAYS-TBL.                                           02490000
025000     05  FILLER               PIC X(24)                           02500000
025100         VALUE "312831303130313130313031".                        02510000
025200 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TBL.                 02520000
025300     05  WS-MONTH-DAYS OCCURS 12 TIMES PIC 99.                    02530000
025400 01  WS-DAYS-IN-MONTH         PIC 99       VALUE 0.               02540000
025500 01  WS-LEAP-QUOT             PIC 9(4)     VALUE 0.               02550000
025600 01  WS-LEAP-REM              PIC 9        VALUE 0.               02560000
025700                                                                  02570000
025800******************************************************************02580000
025900* FILE STATUS / END-OF-FILE SWITCHES                              02590000
026000******************************************************************02600000
026100 01  WS-DISCXTR-STATUS        PIC X(2)     VALUE "00".            02610000
026200 01  WS-SVCCOMP-STATUS        PIC X(2)     VALUE "00".            02620000
026300 01  WS-CUSTMAST-STATUS       PIC X(2)     VALUE "00".            02630000
026400 01  WS-SVCPARM-STATUS        PIC X(2)     VALUE "00".            02640000
026500 01  WS-SVCORDER-STATUS       PIC X(2)     VALUE "00".            02650000
026600 01  WS-SVCSTAT-STATUS        PIC X(2)     VALUE "00".            02660000
026700 01  WS-SVCAUDIT-STATUS       PIC X(2)     VALUE "00".            02670000
026800 01  WS-DISCXTR-EOF-SW        PIC X(1)     VALUE "N".             02680000
026900     88  WS-EOF-DISCXTR                    VALUE "Y".             02690000
027000 01  WS-SVCCOMP-EOF-SW        PIC X(1)     VALUE "N".             02700000
027100     88  WS-EOF-SVCCOMP                    VALUE "Y".             02710000
027200 01  WS-CUSTMAST-EOF-SW       PIC X(1)     VALUE "N".             02720000
027300     88  WS-EOF-CUSTMAST                   VALUE "Y".             02730000
027400                                                                  02740000
027500******************************************************************02750000
027600* RUN COUNTERS                                                    02760000
027700******************************************************************02770000
027800 01  WS-ISSUE-COUNT           PIC 9(5)     VALUE 0.               02780000
027900 01  WS-SKIP-COUNT            PIC 9(5)     VALUE 0.               02790000
028000 01  WS-COMPLETE-COUNT        PIC 9(5)     VALUE 0.               02800000
028100 01  WS-CANCEL-COUNT          PIC 9(5)     VALUE 0.               02810000
028200 01  WS-UNABLE-COUNT          PIC 9(5)     VALUE 0.               02820000
028300 01  WS-REJECT-COUNT          PIC 9(5)     VALUE 0.               02830000
028400 01  WS-COUNT-ED              PIC ZZ,ZZ9.                         02840000
028500                                                                  02850000
028600 01  WS-SYS-DATE8             PIC 9(8)     VALUE 0.               02860000
028700                                                                  02870000
028800******************************************************************02880000
028900* IT'S GO TIME!                                                   02890000
029000******************************************************************02900000
029100 PROCEDURE DIVISION.                                              02910000
029200                                                                  02920000
029300******************************************************************02930000
029400* MAINLINE - LOAD THE ACCOUNT TABLE AND PARAMETERS, OPEN          02940000
029500* EVERYTHING, RAISE THE DISCONNECT ORDERS, APPLY THE FIELD        02950000
029600* RESULTS, CLOSE WITH RUN TOTALS, THEN STOP                       02960000
029700******************************************************************02970000
029800 000-MAIN.                                                        02980000
029900     DISPLAY '*****************************************'.         02990000
030000     DISPLAY '*** UTIL3300 - SERVICE ORDERS         ***'.         03000000
030100     DISPLAY '*****************************************'.         03010000
030200     DISPLAY ' '.                                                 03020000
030300                                                                  03030000
030400     ACCEPT WS-SYS-DATE8 FROM DATE YYYYMMDD.                      03040000
030500     PERFORM 050-LOAD-CUST-ACCOUNTS.                              03050000
030600     PERFORM 060-LOAD-SVC-PARM.                                   03060000
030700     PERFORM 150-OPEN-FILES.                                      03070000
030800                                                                  03080000
030900     IF NOT WS-EOF-DISCXTR                                        03090000
031000         PERFORM 700-READ-DISCXTR                                 03100000
031100     END-IF.                                                      03110000
031200     PERFORM UNTIL WS-EOF-DISCXTR                                 03120000
031300         PERFORM 500-ISSUE-DISCONNECT                             03130000
031400         PERFORM 700-READ-DISCXTR                                 03140000
031500     END-PERFORM.                                                 03150000
031600                                                                  03160000
031700     IF NOT WS-EOF-SVCCOMP                                        03170000
031800         PERFORM 710-READ-SVCCOMP                                 03180000
031900     END-IF.                                                      03190000
032000     PERFORM UNTIL WS-EOF-SVCCOMP                                 03200000
032100         PERFORM 600-EDIT-COMPLETION                              03210000
032200         PERFORM 710-READ-SVCCOMP                                 03220000
032300     END-PERFORM.                                                 03230000
032400                                                                  03240000
032500     PERFORM 800-CLOSE-WITH-TOTALS.                               03250000
032600     STOP RUN.                                                    03260000
032700                                                                  03270000
032800******************************************************************03280000
032900* Load every CUSTMAST account number. CUSTMAST is required - a    03290000
033000* run without the master would reject every extract account.      03300000
033100******************************************************************03310000
033200 050-LOAD-CUST-ACCOUNTS.                                          03320000
033300     OPEN INPUT CUSTMAST-FILE.                                    03330000
033400     IF WS-CUSTMAST-STATUS NOT = "00"                             03340000
033500         DISPLAY 'UNABLE TO OPEN CUSTMAST, STATUS: '              03350000
033600             WS-CUSTMAST-STATUS                                   03360000
033700         STOP RUN                                                 03370000
033800     END-IF.                                                      03380000
033900                                                                  03390000
034000     PERFORM 750-READ-CUSTMAST.                                   03400000
034100     PERFORM UNTIL WS-EOF-CUSTMAST                                03410000
034200         IF WS-CUST-COUNT < 5000                                  03420000
034300             ADD 1 TO WS-CUST-COUNT                               03430000
034400             SET WS-CUST-IDX TO WS-CUST-COUNT                     03440000
034500             MOVE CM-ACCT-NUM TO WS-CT-ACCT-NUM(WS-CUST-IDX)      03450000
034600         ELSE                                                     03460000
034700             DISPLAY 'CUSTMAST HAS MORE THAN 5000 ACCOUNTS - '    03470000
034800                 'RAISE THE TABLE BEFORE RERUNNING'               03480000
034900             MOVE 16 TO RETURN-CODE                               03490000
035000             STOP RUN                                             03500000
035100         END-IF                                                   03510000
035200         PERFORM 750-READ-CUSTMAST                                03520000
035300     END-PERFORM.                                                 03530000
035400     CLOSE CUSTMAST-FILE.                                         03540000
035500                                                                  03550000
035600******************************************************************03560000
035700* Read the days allowed to work a disconnect from SVCPARM. No     03570000
035800* SVCPARM file (or an empty one) means the shop default stands,   03580000
035900* not an error - the same fallback UTIL2200 gives DISCCTL.        03590000
036000******************************************************************03600000
036100 060-LOAD-SVC-PARM.                                               03610000
036200     MOVE WS-DEFAULT-DISC-DAYS TO WS-DISC-DAYS.                   03620000
036300     OPEN INPUT SVCPARM-FILE.                                     03630000
036400     IF WS-SVCPARM-STATUS = "35"                                  03640000
036500         DISPLAY 'NO SVCPARM FOUND, DISCONNECTS DUE IN '          03650000
036600             WS-DEFAULT-DISC-DAYS ' DAYS'                         03660000
036700     ELSE                                                         03670000
036800         IF WS-SVCPARM-STATUS NOT = "00"                          03680000
036900             DISPLAY 'UNABLE TO OPEN SVCPARM, STATUS: '           03690000
037000                 WS-SVCPARM-STATUS                                03700000
037100             STOP RUN                                             03710000
037200         END-IF                                                   03720000
037300         READ SVCPARM-FILE                                        03730000
037400             AT END                                               03740000
037500                 DISPLAY 'SVCPARM IS EMPTY, DISCONNECTS DUE IN '  03750000
037600                     WS-DEFAULT-DISC-DAYS ' DAYS'                 03760000
037700             NOT AT END                                           03770000
037800                 IF SP-DISC-DAYS IS NUMERIC AND SP-DISC-DAYS > 0  03780000
037900                     MOVE SP-DISC-DAYS TO WS-DISC-DAYS            03790000
038000                 ELSE                                             03800000
038100                     DISPLAY 'SVCPARM DISCONNECT DAYS NOT '       03810000
038200                         'USABLE, USING DEFAULT OF '              03820000
038300                         WS-DEFAULT-DISC-DAYS ' DAYS'             03830000
038400                 END-IF                                           03840000
038500         END-READ                                                 03850000
038600         CLOSE SVCPARM-FILE                                       03860000
038700     END-IF.                                                      03870000
038800                                                                  03880000
038900******************************************************************03890000
039000* Open the extract and the field results (either may be absent    03900000
039100* on a given day), the indexed order and status files for update  03910000
039200* (OPTIONAL - a first run creates them), and the audit trail.     03920000
039300******************************************************************03930000
039400 150-OPEN-FILES.                                                  03940000
039500     OPEN INPUT DISCXTR-FILE.                                     03950000
039600     IF WS-DISCXTR-STATUS = "35"                                  03960000
039700         DISPLAY 'NO DISCXTR FOUND, NO DISCONNECT ORDERS RAISED'  03970000
039800         MOVE "Y" TO WS-DISCXTR-EOF-SW                            03980000
039900     ELSE                                                         03990000
040000         IF WS-DISCXTR-STATUS NOT = "00"                          04000000
040100             DISPLAY 'UNABLE TO OPEN DISCXTR, STATUS: '           04010000
040200                 WS-DISCXTR-STATUS                                04020000
040300             STOP RUN                                             04030000
040400         END-IF                                                   04040000
040500     END-IF.                                                      04050000
040600                                                                  04060000
040700     OPEN INPUT SVCCOMP-FILE.                                     04070000
040800     IF WS-SVCCOMP-STATUS = "35"                                  04080000
040900         DISPLAY 'NO SVCCOMP FOUND, NO FIELD RESULTS APPLIED'     04090000
041000         MOVE "Y" TO WS-SVCCOMP-EOF-SW                            04100000
041100     ELSE                                                         04110000
041200         IF WS-SVCCOMP-STATUS NOT = "00"                          04120000
041300             DISPLAY 'UNABLE TO OPEN SVCCOMP, STATUS: '           04130000
041400                 WS-SVCCOMP-STATUS                                04140000
041500             STOP RUN                                             04150000
041600         END-IF                                                   04160000
041700     END-IF.                                                      04170000
041800                                                                  04180000
041900     OPEN I-O SVCORDER-FILE.                                      04190000
042000     IF WS-SVCORDER-STATUS = "05"                                 04200000
042100         DISPLAY 'NO SVCORDER FOUND, STARTING WITH NO ORDERS'     04210000
042200     ELSE                                                         04220000
042300         IF WS-SVCORDER-STATUS NOT = "00"                         04230000
042400             DISPLAY 'UNABLE TO OPEN SVCORDER, STATUS: '          04240000
042500                 WS-SVCORDER-STATUS                               04250000
042600             STOP RUN                                             04260000
042700         END-IF                                                   04270000
042800     END-IF.                                                      04280000
042900                                                                  04290000
043000     OPEN I-O SVCSTAT-FILE.                                       04300000
043100     IF WS-SVCSTAT-STATUS = "05"                                  04310000
043200         DISPLAY 'NO SVCSTAT FOUND, NO SERVICE DISCONNECTED'      04320000
043300     ELSE                                                         04330000
043400         IF WS-SVCSTAT-STATUS NOT = "00"                          04340000
043500             DISPLAY 'UNABLE TO OPEN SVCSTAT, STATUS: '           04350000
043600                 WS-SVCSTAT-STATUS                                04360000
043700             STOP RUN                                             04370000
043800         END-IF                                                   04380000
043900     END-IF.                                                      04390000
044000                                                                  04400000
044100     OPEN EXTEND SVCAUDIT-FILE.                                   04410000
044200     IF WS-SVCAUDIT-STATUS NOT = "00"                             04420000
044300         AND WS-SVCAUDIT-STATUS NOT = "05"                        04430000
044400         DISPLAY 'UNABLE TO OPEN SVCAUDIT, STATUS: '              04440000
044500             WS-SVCAUDIT-STATUS                                   04450000
044600         STOP RUN                                                 04460000
044700     END-IF.                                                      04470000
044800                                                                  04480000
044900******************************************************************04490000
045000* Raise a disconnect order for one extract account. The account   04500000
045100* must be on CUSTMAST. An account whose service is already off,   04510000
045200* or that already has a disconnect order out, is skipped - the    04520000
045300* extract carries it every cycle until the balance is paid.       04530000
045400******************************************************************04540000
045500 500-ISSUE-DISCONNECT.                                            04550000
045600     MOVE "I" TO WS-ACTION.                                       04560000
045700     MOVE "Y" TO WS-TRAN-VALID-SW.                                04570000
045800     MOVE "N" TO WS-SKIP-SW.                                      04580000
045900     MOVE SPACES TO WS-REJECT-REASON.                             04590000
046000     MOVE SPACES TO WS-BEFORE-IMAGE.                              04600000
046100     MOVE DX-ACCT-NUM TO SO-ACCT-NUM.                             04610000
046200     MOVE "D" TO SO-ORDER-TYPE.                                   04620000
046300                                                                  04630000
046400     PERFORM 615-MATCH-CUSTMAST.                                  04640000
046500     IF NOT WS-CUST-FOUND                                         04650000
046600         MOVE "N" TO WS-TRAN-VALID-SW                             04660000
046700         MOVE 'ACCOUNT NOT ON CUSTMAST' TO WS-REJECT-REASON       04670000
046800     END-IF.                                                      04680000
046900                                                                  04690000
047000     IF WS-TRAN-VALID                                             04700000
047100         PERFORM 630-READ-SVCSTAT                                 04710000
047200         IF WS-STAT-FOUND AND SS-SVC-STATUS = "D"                 04720000
047300             SET WS-SKIPPED TO TRUE                               04730000
047400             MOVE 'SERVICE ALREADY DISCONNECTED'                  04740000
047500                 TO WS-REJECT-REASON                              04750000
047600         END-IF                                                   04760000
047700     END-IF.                                                      04770000
047800                                                                  04780000
047900     IF WS-TRAN-VALID AND NOT WS-SKIPPED                          04790000
048000         MOVE DX-ACCT-NUM TO SO-ACCT-NUM                          04800000
048100         MOVE "D" TO SO-ORDER-TYPE                                04810000
048200         PERFORM 620-READ-ORDER                                   04820000
048300         IF WS-ORDER-FOUND                                        04830000
048400             MOVE SVCORDER-REC TO WS-BEFORE-IMAGE                 04840000
048500             IF SO-STATUS = "O" OR SO-STATUS = "U"                04850000
048600                 SET WS-SKIPPED TO TRUE                           04860000
048700                 MOVE 'DISCONNECT ORDER ALREADY OPEN'             04870000
048800                     TO WS-REJECT-REASON                          04880000
048900             END-IF                                               04890000
049000         END-IF                                                   04900000
049100     END-IF.                                                      04910000
049200                                                                  04920000
049300     IF WS-TRAN-VALID AND NOT WS-SKIPPED                          04930000
049400         MOVE WS-DISC-DAYS TO WS-ROLL-DAYS                        04940000
049500         PERFORM 690-CALC-DUE-DATE                                04950000
049600         MOVE DX-ACCT-NUM        TO SO-ACCT-NUM                   04960000
049700         MOVE "D"                TO SO-ORDER-TYPE                 04970000
049800         MOVE "O"                TO SO-STATUS                     04980000
049900         MOVE WS-SYS-DATE8       TO SO-ISSUE-DATE                 04990000
050000         MOVE WS-DUE-DATE8       TO SO-DUE-DATE                   05000000
050100         MOVE 0                  TO SO-CLOSE-DATE                 05010000
050200         MOVE DX-BALANCE         TO SO-BALANCE                    05020000
050300         MOVE DX-CYCLES-PAST-DUE TO SO-CYCLES-PAST-DUE            05030000
050400         MOVE 0                  TO SO-ATTEMPTS                   05040000
050500         MOVE "UTIL2200"         TO SO-SOURCE                     05050000
050600         MOVE SPACES             TO SO-REMARK                     05060000
050700         IF WS-ORDER-FOUND                                        05070000
050800             PERFORM 625-REWRITE-ORDER                            05080000
050900         ELSE                                                     05090000
051000             WRITE SVCORDER-REC                                   05100000
051100                 INVALID KEY                                      05110000
051200                     DISPLAY 'SVCORDER WRITE FAILED FOR '         05120000
051300                         SO-ORDER-KEY ', STATUS: '                05130000
051400                         WS-SVCORDER-STATUS                       05140000
051500                     MOVE 16 TO RETURN-CODE                       05150000
051600                     STOP RUN                                     05160000
051700             END-WRITE                                            05170000
051800         END-IF                                                   05180000
051900         ADD 1 TO WS-ISSUE-COUNT                                  05190000
052000         PERFORM 650-AUDIT-APPLIED                                05200000
052100     ELSE                                                         05210000
052200         IF WS-SKIPPED                                            05220000
052300             PERFORM 655-AUDIT-SKIPPED                            05230000
052400         ELSE                                                     05240000
052500             PERFORM 660-AUDIT-REJECTED                           05250000
052600         END-IF                                                   05260000
052700     END-IF.                                                      05270000
052800                                                                  05280000
052900******************************************************************05290000
053000* Edit one field result: the result, order type and account       05300000
053100* first, then the order itself must be on file and still open.    05310000
053200* The first edit that fails names the reject reason for the       05320000
053300* audit trail.                                                    05330000
053400******************************************************************05340000
053500 600-EDIT-COMPLETION.                                             05350000
053600     MOVE SC-RESULT TO WS-ACTION.                                 05360000
053700     MOVE "Y" TO WS-TRAN-VALID-SW.                                05370000
053800     MOVE SPACES TO WS-REJECT-REASON.                             05380000
053900     MOVE SPACES TO WS-BEFORE-IMAGE.                              05390000
054000     MOVE SC-ACCT-NUM TO SO-ACCT-NUM.                             05400000
054100     MOVE SC-ORDER-TYPE TO SO-ORDER-TYPE.                         05410000
054200                                                                  05420000
054300     IF SC-RESULT NOT = "C" AND SC-RESULT NOT = "X"               05430000
054400         AND SC-RESULT NOT = "U"                                  05440000
054500         MOVE "N" TO WS-TRAN-VALID-SW                             05450000
054600         MOVE 'RESULT NOT C, X OR U' TO WS-REJECT-REASON          05460000
054700     END-IF.                                                      05470000
054800                                                                  05480000
054900     IF WS-TRAN-VALID                                             05490000
055000         AND SC-ORDER-TYPE NOT = "D" AND SC-ORDER-TYPE NOT = "R"  05500000
055100         MOVE "N" TO WS-TRAN-VALID-SW                             05510000
055200         MOVE 'ORDER TYPE NOT D OR R' TO WS-REJECT-REASON         05520000
055300     END-IF.                                                      05530000
055400                                                                  05540000
055500     IF WS-TRAN-VALID AND SC-ACCT-NUM = SPACES                    05550000
055600         MOVE "N" TO WS-TRAN-VALID-SW                             05560000
055700         MOVE 'ACCOUNT NUMBER IS BLANK' TO WS-REJECT-REASON       05570000
055800     END-IF.                                                      05580000
055900                                                                  05590000
056000     IF WS-TRAN-VALID                                             05600000
056100         PERFORM 616-EDIT-DATE                                    05610000
056200     END-IF.                                                      05620000
056300                                                                  05630000
056400     IF WS-TRAN-VALID                                             05640000
056500         PERFORM 620-READ-ORDER                                   05650000
056600         IF WS-ORDER-FOUND                                        05660000
056700             MOVE SVCORDER-REC TO WS-BEFORE-IMAGE                 05670000
056800             IF SO-STATUS NOT = "O" AND SO-STATUS NOT = "U"       05680000
056900                 MOVE "N" TO WS-TRAN-VALID-SW                     05690000
057000                 MOVE 'ORDER IS NOT OPEN' TO WS-REJECT-REASON     05700000
057100             ELSE                                                 05710000
057200                 IF WS-TRAN-DATE < SO-ISSUE-DATE                  05720000
057300                     MOVE "N" TO WS-TRAN-VALID-SW                 05730000
057400                     MOVE 'DATE BEFORE ORDER ISSUED'              05740000
057500                         TO WS-REJECT-REASON                      05750000
057600                 END-IF                                           05760000
057700             END-IF                                               05770000
057800         ELSE                                                     05780000
057900             MOVE "N" TO WS-TRAN-VALID-SW                         05790000
058000             MOVE 'NO SUCH SERVICE ORDER' TO WS-REJECT-REASON     05800000
058100         END-IF                                                   05810000
058200     END-IF.                                                      05820000
058300                                                                  05830000
058400     IF WS-TRAN-VALID                                             05840000
058500         EVALUATE SC-RESULT                                       05850000
058600             WHEN "C"                                             05860000
058700                 PERFORM 640-COMPLETE-ORDER                       05870000
058800             WHEN "X"                                             05880000
058900                 PERFORM 680-CANCEL-ORDER                         05890000
059000             WHEN "U"                                             05900000
059100                 PERFORM 685-UNABLE-ORDER                         05910000
059200         END-EVALUATE                                             05920000
059300     ELSE                                                         05930000
059400         PERFORM 660-AUDIT-REJECTED                               05940000
059500     END-IF.                                                      05950000
059600                                                                  05960000
059700******************************************************************05970000
059800* Edit the result date; blank means the work was done today. A    05980000
059900* date after today is not accepted.                               05990000
060000******************************************************************06000000
060100 616-EDIT-DATE.                                                   06010000
060200     IF SC-DATE = SPACES                                          06020000
060300         MOVE WS-SYS-DATE8 TO WS-TRAN-DATE                        06030000
060400     ELSE                                                         06040000
060500         IF SC-DATE IS NUMERIC                                    06050000
060600             MOVE SC-DATE TO WS-TRAN-DATE-X                       06060000
060700             IF WS-TRAN-DATE = 0                                  06070000
060800                 MOVE "N" TO WS-TRAN-VALID-SW                     06080000
060900                 MOVE 'DATE IS ZERO' TO WS-REJECT-REASON          06090000
061000             ELSE                                                 06100000
061100                 IF WS-TRAN-DATE > WS-SYS-DATE8                   06110000
061200                     MOVE "N" TO WS-TRAN-VALID-SW                 06120000
061300                     MOVE 'DATE IS IN THE FUTURE'                 06130000
061400                         TO WS-REJECT-REASON                      06140000
061500                 END-IF                                           06150000
061600             END-IF                                               06160000
061700         ELSE                                                     06170000
061800             MOVE "N" TO WS-TRAN-VALID-SW                         06180000
061900             MOVE 'DATE IS NOT NUMERIC' TO WS-REJECT-REASON       06190000
062000         END-IF                                                   06200000
062100     END-IF.                                                      06210000
062200                                                                  06220000
062300******************************************************************06230000
062400* Complete an open order and set the account's service status.    06240000
062500* A completed disconnect turns the service off and remembers the  06250000
062600* balance it was shut off for. A completed reconnect turns it     06260000
062700* back on and flags the reconnect fee for UTIL2000 - but only if  06270000
062800* the service really is off; otherwise the field result is        06280000
062900* rejected and the order left open.                               06290000
063000******************************************************************06300000
063100 640-COMPLETE-ORDER.                                              06310000
063200     PERFORM 630-READ-SVCSTAT.                                    06320000
063300     IF SO-ORDER-TYPE = "R"                                       06330000
063400         AND (NOT WS-STAT-FOUND OR SS-SVC-STATUS NOT = "D")       06340000
063500         MOVE "N" TO WS-TRAN-VALID-SW                             06350000
063600         MOVE 'SERVICE IS NOT DISCONNECTED' TO WS-REJECT-REASON   06360000
063700         PERFORM 660-AUDIT-REJECTED                               06370000
063800     ELSE                                                         06380000
063900         MOVE "C"          TO SO-STATUS                           06390000
064000         MOVE WS-TRAN-DATE TO SO-CLOSE-DATE                       06400000
064100         MOVE SC-REMARK    TO SO-REMARK                           06410000
064200         PERFORM 625-REWRITE-ORDER                                06420000
064300         MOVE SO-ACCT-NUM  TO SS-ACCT-NUM                         06430000
064400         MOVE WS-TRAN-DATE TO SS-STATUS-DATE                      06440000
064500         IF SO-ORDER-TYPE = "D"                                   06450000
064600             MOVE "D"        TO SS-SVC-STATUS                     06460000
064700             MOVE SO-BALANCE TO SS-DISC-BALANCE                   06470000
064800             MOVE "N"        TO SS-RECON-FEE-SW                   06480000
064900             MOVE 'SERVICE DISCONNECTED' TO WS-REJECT-REASON      06490000
065000         ELSE                                                     06500000
065100             MOVE "A"        TO SS-SVC-STATUS                     06510000
065200             MOVE 0          TO SS-DISC-BALANCE                   06520000
065300             MOVE "Y"        TO SS-RECON-FEE-SW                   06530000
065400             MOVE 'SERVICE RECONNECTED' TO WS-REJECT-REASON       06540000
065500         END-IF                                                   06550000
065600         PERFORM 635-WRITE-SVCSTAT                                06560000
065700         ADD 1 TO WS-COMPLETE-COUNT                               06570000
065800         PERFORM 650-AUDIT-APPLIED                                06580000
065900     END-IF.                                                      06590000
066000                                                                  06600000
066100******************************************************************06610000
066200* Cancel an open order. The service status is not touched.        06620000
066300******************************************************************06630000
066400 680-CANCEL-ORDER.                                                06640000
066500     MOVE "X"          TO SO-STATUS.                              06650000
066600     MOVE WS-TRAN-DATE TO SO-CLOSE-DATE.                          06660000
066700     MOVE SC-REMARK    TO SO-REMARK.                              06670000
066800     PERFORM 625-REWRITE-ORDER.                                   06680000
066900     ADD 1 TO WS-CANCEL-COUNT.                                    06690000
067000     PERFORM 650-AUDIT-APPLIED.                                   06700000
067100                                                                  06710000
067200******************************************************************06720000
067300* The field could not complete the order (no access, meter        06730000
067400* locked, and so on). Count the attempt and leave the order open  06740000
067500* on its original due date, so it ages on UTIL3350.               06750000
067600******************************************************************06760000
067700 685-UNABLE-ORDER.                                                06770000
067800     MOVE "U"          TO SO-STATUS.                              06780000
067900     ADD 1             TO SO-ATTEMPTS.                            06790000
068000     MOVE SC-REMARK    TO SO-REMARK.                              06800000
068100     PERFORM 625-REWRITE-ORDER.                                   06810000
068200     ADD 1 TO WS-UNABLE-COUNT.                                    06820000
068300     PERFORM 650-AUDIT-APPLIED.                                   06830000
068400                                                                  06840000
068500******************************************************************06850000
068600* Look for the extract account in the customer table.             06860000
068700******************************************************************06870000
068800 615-MATCH-CUSTMAST.                                              06880000
068900     MOVE "N" TO WS-CUST-FOUND-SW.                                06890000
069000     SET WS-CUST-IDX TO 1.                                        06900000
069100     SEARCH WS-CUST-ENTRY                                         06910000
069200         AT END                                                   06920000
069300             CONTINUE                                             06930000
069400         WHEN WS-CT-ACCT-NUM(WS-CUST-IDX) = DX-ACCT-NUM           06940000
069500             SET WS-CUST-FOUND TO TRUE                            06950000
069600     END-SEARCH.                                                  06960000
069700                                                                  06970000
069800******************************************************************06980000
069900* Fetch the order for SO-ORDER-KEY, if it is on file.             06990000
070000******************************************************************07000000
070100 620-READ-ORDER.                                                  07010000
070200     MOVE "N" TO WS-ORDER-FOUND-SW.                               07020000
070300     READ SVCORDER-FILE                                           07030000
070400         INVALID KEY                                              07040000
070500             CONTINUE                                             07050000
070600         NOT INVALID KEY                                          07060000
070700             SET WS-ORDER-FOUND TO TRUE                           07070000
070800     END-READ.                                                    07080000
070900                                                                  07090000
071000******************************************************************07100000
071100* Rewrite the order record in hand.                               07110000
071200******************************************************************07120000
071300 625-REWRITE-ORDER.                                               07130000
071400     REWRITE SVCORDER-REC                                         07140000
071500         INVALID KEY                                              07150000
071600             DISPLAY 'SVCORDER REWRITE FAILED FOR '               07160000
071700                 SO-ORDER-KEY ', STATUS: '                        07170000
071800                 WS-SVCORDER-STATUS                               07180000
071900             MOVE 16 TO RETURN-CODE                               07190000
072000             STOP RUN                                             07200000
072100     END-REWRITE.                                                 07210000
072200                                                                  07220000
072300******************************************************************07230000
072400* Fetch the service status for the order's account, if any.       07240000
072500******************************************************************07250000
072600 630-READ-SVCSTAT.                                                07260000
072700     MOVE "N" TO WS-STAT-FOUND-SW.                                07270000
072800     MOVE SO-ACCT-NUM TO SS-ACCT-NUM.                             07280000
072900     READ SVCSTAT-FILE                                            07290000
073000         INVALID KEY                                              07300000
073100             CONTINUE                                             07310000
073200         NOT INVALID KEY                                          07320000
073300             SET WS-STAT-FOUND TO TRUE                            07330000
073400     END-READ.                                                    07340000
073500                                                                  07350000
073600******************************************************************07360000
073700* Put the service status built in the record area on file: a      07370000
073800* rewrite when the account already had one, else a first write.   07380000
073900******************************************************************07390000
074000 635-WRITE-SVCSTAT.                                               07400000
074100     IF WS-STAT-FOUND                                             07410000
074200         REWRITE SVCSTAT-REC                                      07420000
074300             INVALID KEY                                          07430000
074400                 DISPLAY 'SVCSTAT REWRITE FAILED FOR '            07440000
074500                     SS-ACCT-NUM ', STATUS: '                     07450000
074600                     WS-SVCSTAT-STATUS                            07460000
074700                 MOVE 16 TO RETURN-CODE                           07470000
074800                 STOP RUN                                         07480000
074900         END-REWRITE                                              07490000
075000     ELSE                                                         07500000
075100         WRITE SVCSTAT-REC                                        07510000
075200             INVALID KEY                                          07520000
075300                 DISPLAY 'SVCSTAT WRITE FAILED FOR '              07530000
075400                     SS-ACCT-NUM ', STATUS: '                     07540000
075500                     WS-SVCSTAT-STATUS                            07550000
075600                 MOVE 16 TO RETURN-CODE                           07560000
075700                 STOP RUN                                         07570000
075800         END-WRITE                                                07580000
075900     END-IF.                                                      07590000
076000                                                                  07600000
076100******************************************************************07610000
076200* Audit an applied action: order record before and after.         07620000
076300******************************************************************07630000
076400 650-AUDIT-APPLIED.                                               07640000
076500     PERFORM 670-INIT-AUDIT-REC.                                  07650000
076600     MOVE "APPLIED"        TO SA-STATUS.                          07660000
076700     MOVE WS-BEFORE-IMAGE  TO SA-BEFORE-IMAGE.                    07670000
076800     MOVE SVCORDER-REC     TO SA-AFTER-IMAGE.                     07680000
076900     WRITE SVCAUDIT-REC.                                          07690000
077000                                                                  07700000
077100******************************************************************07710000
077200* Audit an extract account that needed no new order.              07720000
077300******************************************************************07730000
077400 655-AUDIT-SKIPPED.                                               07740000
077500     PERFORM 670-INIT-AUDIT-REC.                                  07750000
077600     MOVE "SKIPPED"        TO SA-STATUS.                          07760000
077700     MOVE WS-BEFORE-IMAGE  TO SA-BEFORE-IMAGE.                    07770000
077800     MOVE WS-BEFORE-IMAGE  TO SA-AFTER-IMAGE.                     07780000
077900     WRITE SVCAUDIT-REC.                                          07790000
078000     ADD 1 TO WS-SKIP-COUNT.                                      07800000
078100                                                                  07810000
078200******************************************************************07820000
078300* Audit a rejected action with the reason the edit named.         07830000
078400******************************************************************07840000
078500 660-AUDIT-REJECTED.                                              07850000
078600     PERFORM 670-INIT-AUDIT-REC.                                  07860000
078700     MOVE "REJECTED"       TO SA-STATUS.                          07870000
078800     MOVE WS-BEFORE-IMAGE  TO SA-BEFORE-IMAGE.                    07880000
078900     MOVE WS-BEFORE-IMAGE  TO SA-AFTER-IMAGE.                     07890000
079000     WRITE SVCAUDIT-REC.                                          07900000
079100     ADD 1 TO WS-REJECT-COUNT.                                    07910000
079200                                                                  07920000
079300******************************************************************07930000
079400* Stamp the common audit fields for the action in hand.           07940000
079500******************************************************************07950000
079600 670-INIT-AUDIT-REC.                                              07960000
079700     MOVE WS-SYS-DATE8     TO SA-RUN-DATE.                        07970000
079800     MOVE WS-ACTION        TO SA-ACTION.                          07980000
079900     MOVE SO-ACCT-NUM      TO SA-ACCT-NUM.                        07990000
080000     MOVE SO-ORDER-TYPE    TO SA-ORDER-TYPE.                      08000000
080100     MOVE WS-REJECT-REASON TO SA-REASON.                          08010000
080200                                                                  08020000
080300******************************************************************08030000
080400* Due date = today + WS-ROLL-DAYS. The days are added to the day  08040000
080500* of the month, then whole months are peeled off until the day    08050000
080600* fits the month it lands in.                                     08060000
080700******************************************************************08070000
080800 690-CALC-DUE-DATE.                                               08080000
080900     MOVE WS-SYS-DATE8 TO WS-DUE-DATE8.                           08090000
081000     ADD WS-DUE-DD TO WS-ROLL-DAYS.                               08100000
081100     PERFORM 695-SET-DAYS-IN-MONTH.                               08110000
081200     PERFORM UNTIL WS-ROLL-DAYS NOT > WS-DAYS-IN-MONTH            08120000
081300         SUBTRACT WS-DAYS-IN-MONTH FROM WS-ROLL-DAYS              08130000
081400         ADD 1 TO WS-DUE-MM                                       08140000
081500         IF WS-DUE-MM > 12                                        08150000
081600             MOVE 1 TO WS-DUE-MM                                  08160000
081700             ADD 1 TO WS-DUE-CCYY                                 08170000
081800         END-IF                                                   08180000
081900         PERFORM 695-SET-DAYS-IN-MONTH                            08190000
082000     END-PERFORM.                                                 08200000
082100     MOVE WS-ROLL-DAYS TO WS-DUE-DD.                              08210000
082200                                                                  08220000
082300******************************************************************08230000
082400* Days in the due-date month, with February's leap day back on    08240000
082500* years divisible by 4.                                           08250000
082600******************************************************************08260000
082700 695-SET-DAYS-IN-MONTH.                                           08270000
082800     MOVE WS-MONTH-DAYS(WS-DUE-MM) TO WS-DAYS-IN-MONTH.           08280000
082900     IF WS-DUE-MM = 2                                             08290000
083000         DIVIDE WS-DUE-CCYY BY 4                                  08300000
083100             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM            08310000
083200         IF WS-LEAP-REM = 0                                       08320000
083300             MOVE 29 TO WS-DAYS-IN-MONTH                          08330000
083400         END-IF                                                   08340000
083500     END-IF.                                                      08350000
083600                                                                  08360000
083700******************************************************************08370000
083800* Close everything and display the run totals.                    08380000
083900******************************************************************08390000
084000 800-CLOSE-WITH-TOTALS.                                           08400000
084100     IF WS-DISCXTR-STATUS NOT = "35"                              08410000
084200         CLOSE DISCXTR-FILE                                       08420000
084300     END-IF.                                                      08430000
084400     IF WS-SVCCOMP-STATUS NOT = "35"                              08440000
084500         CLOSE SVCCOMP-FILE                                       08450000
084600     END-IF.                                                      08460000
084700     CLOSE SVCORDER-FILE.                                         08470000
084800     CLOSE SVCSTAT-FILE.                                          08480000
084900     CLOSE SVCAUDIT-FILE.                                         08490000
085000                                                                  08500000
085100     MOVE WS-ISSUE-COUNT TO WS-COUNT-ED.                          08510000
085200     DISPLAY 'DISCONNECTS ISSUED : ' WS-COUNT-ED.                 08520000
085300     MOVE WS-SKIP-COUNT TO WS-COUNT-ED.                           08530000
085400     DISPLAY 'EXTRACT SKIPPED    : ' WS-COUNT-ED.                 08540000
085500     MOVE WS-COMPLETE-COUNT TO WS-COUNT-ED.                       08550000
085600     DISPLAY 'ORDERS COMPLETED   : ' WS-COUNT-ED.                 08560000
085700     MOVE WS-CANCEL-COUNT TO WS-COUNT-ED.                         08570000
085800     DISPLAY 'ORDERS CANCELLED   : ' WS-COUNT-ED.                 08580000
085900     MOVE WS-UNABLE-COUNT TO WS-COUNT-ED.                         08590000
086000     DISPLAY 'UNABLE TO COMPLETE : ' WS-COUNT-ED.                 08600000
086100     MOVE WS-REJECT-COUNT TO WS-COUNT-ED.                         08610000
086200     DISPLAY 'REJECTED           : ' WS-COUNT-ED.                 08620000
086300     IF WS-REJECT-COUNT > 0                                       08630000
086400         MOVE 4 TO RETURN-CODE                                    08640000
086500     END-IF.                                                      08650000
086600                                                                  08660000
086700******************************************************************08670000
086800* Read one DISCXTR record; set WS-EOF-DISCXTR at end of file.     08680000
086900******************************************************************08690000
087000 700-READ-DISCXTR.                                                08700000
087100     READ DISCXTR-FILE                                            08710000
087200         AT END                                                   08720000
087300             MOVE "Y" TO WS-DISCXTR-EOF-SW                        08730000
087400         NOT AT END                                               08740000
087500             CONTINUE                                             08750000
087600     END-READ.                                                    08760000
087700                                                                  08770000
087800******************************************************************08780000
087900* Read one SVCCOMP record; set WS-EOF-SVCCOMP at end of file.     08790000
088000******************************************************************08800000
088100 710-READ-SVCCOMP.                                                08810000
088200     READ SVCCOMP-FILE                                            08820000
088300         AT END                                                   08830000
088400             MOVE "Y" TO WS-SVCCOMP-EOF-SW                        08840000
088500         NOT AT END                                               08850000
088600             CONTINUE                                             08860000
088700     END-READ.                                                    08870000
088800                                                                  08880000
088900******************************************************************08890000
089000* Read one CUSTMAST record; set WS-EOF-CUSTMAST at end of file.   08900000
089100******************************************************************08910000
089200 750-READ-CUSTMAST.                                               08920000
089300     READ CUSTMAST-FILE                                           08930000
089400         AT END                                                   08940000
089500             MOVE "Y" TO WS-CUSTMAST-EOF-SW                       08950000
089600         NOT AT END                                               08960000
089700             CONTINUE                                             08970000
089800     END-READ.                                                    08980000
