000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. UTIL2950.                                            00020000
000300******************************************************************00030000
000400*  Programmer.: Clay Rasmussen                                    00040000
000500*  Date.......: October 15, 2026                                  00050000
000600*  GitHub URL.: github.com/Clay-Rasmussen/CobolUtil2000           00060000
000700*  Description: This COBOL program proves the ARLEDGER            00070000
000800*  receivable ledger against BALFWD. The ledger is sorted into    00080000
000900*  account order and matched to BALFWD front to back; for         00090000
001000*  every account the net of its ledger entries (memo entries      00100000
001100*  excluded) must equal the BALFWD balance less any payment       00110000
001200*  still waiting on PAYEDIT for the next billing run. Only        00120000
001300*  the accounts that do not prove are listed on PROOFRPT -        00130000
001400*  including an account with ledger activity but no BALFWD        00140000
001500*  record, and a BALFWD balance with no ledger behind it -        00150000
001600*  and the run ends with return code 4 when there are any.        00160000
001700******************************************************************00170000
001800 ENVIRONMENT DIVISION.                                            00180000
001900 INPUT-OUTPUT SECTION.                                            00190000
002000 FILE-CONTROL.                                                    00200000
002100**************************************************************    00210000
002200* ARLEDGER - the receivable ledger every money-moving             00220000
002300* program appends to                                              00230000
002400**************************************************************    00240000
002500     SELECT ARLEDGER-FILE ASSIGN TO "ARLEDGER"                    00250000
002600         ORGANIZATION IS LINE SEQUENTIAL                          00260000
002700         FILE STATUS IS WS-ARLEDGER-STATUS.                       00270000
002800                                                                  00280000
002900**************************************************************    00290000
003000* ARLSRT - the ledger re-sequenced into account order by the      00300000
003100* sort below                                                      00310000
003200**************************************************************    00320000
003300     SELECT ARLSRT-FILE ASSIGN TO "ARLSRT"                        00330000
003400         ORGANIZATION IS LINE SEQUENTIAL                          00340000
003500         FILE STATUS IS WS-ARLSRT-STATUS.                         00350000
003600                                                                  00360000
003700**************************************************************    00370000
003800* SORTWRK - work file for the account-sequence sort               00380000
003900**************************************************************    00390000
004000     SELECT SORTWRK-FILE ASSIGN TO "SORTWRK".                     00400000
004100                                                                  00410000
004200**************************************************************    00420000
004300* BALFWD - the balances being proved, read front to back          00430000
004400**************************************************************    00440000
004500     SELECT OPTIONAL BALFWD-FILE ASSIGN TO "BALFWD"               00450000
004600         ORGANIZATION IS INDEXED                                  00460000
004700         ACCESS MODE IS SEQUENTIAL                                00470000
004800         RECORD KEY IS BF-ACCT-NUM                                00480000
004900         FILE STATUS IS WS-BALFWD-STATUS.                         00490000
005000                                                                  00500000
005100**************************************************************    00510000
005200* PAYEDIT - payments UTIL1500 has posted to the ledger that       00520000
005300* the next billing run has not yet taken off BALFWD               00530000
005400**************************************************************    00540000
005500     SELECT OPTIONAL PAYEDIT-FILE ASSIGN TO "PAYEDIT"             00550000
005600         ORGANIZATION IS INDEXED                                  00560000
005700         ACCESS MODE IS RANDOM                                    00570000
005800         RECORD KEY IS PE-ACCT-NUM                                00580000
005900         FILE STATUS IS WS-PAYEDIT-STATUS.                        00590000
006000                                                                  00600000
006100**************************************************************    00610000
006200* PROOFRPT - the accounts that do not prove, with totals          00620000
006300**************************************************************    00630000
006400     SELECT PROOFRPT-FILE ASSIGN TO "PROOFRPT"                    00640000
006500         ORGANIZATION IS LINE SEQUENTIAL                          00650000
006600         FILE STATUS IS WS-PROOFRPT-STATUS.                       00660000
006700                                                                  00670000
006800 DATA DIVISION.                                                   00680000
006900 FILE SECTION.                                                    00690000
007000**************************************************************    00700000
007100* ARLEDGER RECORD - must stay in step with the layout UTIL2000    00710000
007200* appends in 296-WRITE-LEDGER-ENTRY                               00720000
007300**************************************************************    00730000
007400 FD  ARLEDGER-FILE.                                               00740000
007500 01  ARLEDGER-REC             PIC X(43).                          00750000
007600                                                                  00760000
007700**************************************************************    00770000
007800* SORTWRK RECORD - the ledger entry, keyed on its account         00780000
007900**************************************************************    00790000
008000 SD  SORTWRK-FILE.                                                00800000
008100 01  SORTWRK-REC.                                                 00810000
008200     05  SW-ACCT-NUM          PIC X(6).                           00820000
008300     05  FILLER               PIC X(37).                          00830000
008400                                                                  00840000
008500**************************************************************    00850000
008600* ARLSRT RECORD - one ledger entry in account order               00860000
008700**************************************************************    00870000
008800 FD  ARLSRT-FILE.                                                 00880000
008900 01  ARLSRT-REC.                                                  00890000
009000     05  AL-ACCT-NUM          PIC X(6).                           00900000
009100     05  AL-TRAN-DATE         PIC 9(8).                           00910000
009200     05  AL-TRAN-TYPE         PIC X(4).                           00920000
009300     05  AL-AMOUNT            PIC S9(6)V99.                       00930000
009400     05  AL-RUN-BALANCE       PIC S9(6)V99.                       00940000
009500     05  AL-MEMO-SW           PIC X(1).                           00950000
009600     05  AL-PROGRAM           PIC X(8).                           00960000
009700                                                                  00970000
009800**************************************************************    00980000
009900* BALFWD RECORD - must stay in step with the layout UTIL2000      00990000
010000* maintains in 290-UPDATE-BALANCE-ENTRY                           01000000
010100**************************************************************    01010000
010200 FD  BALFWD-FILE.                                                 01020000
010300 01  BALFWD-REC.                                                  01030000
010400     05  BF-ACCT-NUM          PIC X(6).                           01040000
010500     05  BF-PRIOR-BALANCE     PIC S9(6)V99.                       01050000
010600     05  BF-CYCLES-PAST-DUE   PIC 9(2).                           01060000
010700                                                                  01070000
010800**************************************************************    01080000
010900* PAYEDIT RECORD - must stay in step with the layout UTIL1500     01090000
011000* writes                                                          01100000
011100**************************************************************    01110000
011200 FD  PAYEDIT-FILE.                                                01120000
011300 01  PAYEDIT-REC.                                                 01130000
011400     05  PE-ACCT-NUM          PIC X(6).                           01140000
011500     05  PE-AMOUNT-PAID       PIC 9(6)V99.                        01150000
011510     05  PE-PAY-DATE          PIC 9(8).                           01151001
011520     05  PE-BATCH-NUM         PIC X(6).                           01152001
011530     05  PE-CHECK-NUM         PIC X(10).                          01153001
011600                                                                  01160000
011700**************************************************************    01170000
011800* PROOFRPT RECORD - one print line of the proof                   01180000
011900**************************************************************    01190000
012000 FD  PROOFRPT-FILE.                                               01200000
012100 01  PROOFRPT-REC               PIC X(132).                       01210000
012200                                                                  01220000
012300 WORKING-STORAGE SECTION.                                         01230000
012400                                                                  01240000
012500******************************************************************01250000
012600* CURRENT ACCOUNT FIELDS - the account being proved and what      01260000
012700* each side says it owes.                                         01270000
012800******************************************************************01280000
012900 01  WS-CUR-ACCT              PIC X(6)     VALUE SPACES.          01290000
013000 01  WS-LEDGER-NET            PIC S9(7)V99 VALUE 0.               01300000
013100 01  WS-BALFWD-AMT            PIC S9(7)V99 VALUE 0.               01310000
013200 01  WS-PENDING-AMT           PIC S9(7)V99 VALUE 0.               01320000
013300 01  WS-DIFFERENCE            PIC S9(7)V99 VALUE 0.               01330000
013400 01  WS-HAS-LEDGER-SW         PIC X(1)     VALUE "N".             01340000
013500     88  WS-HAS-LEDGER                     VALUE "Y".             01350000
013600 01  WS-HAS-BALFWD-SW         PIC X(1)     VALUE "N".             01360000
013700     88  WS-HAS-BALFWD                     VALUE "Y".             01370000
013800                                                                  01380000
013900******************************************************************01390000
014000* FILE STATUS / END-OF-FILE SWITCHES                              01400000
014100******************************************************************01410000
014200 01  WS-ARLEDGER-STATUS       PIC X(2)     VALUE "00".            01420000
014300 01  WS-ARLSRT-STATUS         PIC X(2)     VALUE "00".            01430000
014400 01  WS-BALFWD-STATUS         PIC X(2)     VALUE "00".            01440000
014500 01  WS-PAYEDIT-STATUS        PIC X(2)     VALUE "00".            01450000
014600 01  WS-PROOFRPT-STATUS       PIC X(2)     VALUE "00".            01460000
014700 01  WS-ARLSRT-EOF-SW         PIC X(1)     VALUE "N".             01470000
014800     88  WS-EOF-ARLSRT                     VALUE "Y".             01480000
014900 01  WS-BALFWD-EOF-SW         PIC X(1)     VALUE "N".             01490000
015000     88  WS-EOF-BALFWD                     VALUE "Y".             01500000
015100 01  WS-PAYEDIT-SW            PIC X(1)     VALUE "N".             01510000
015200     88  WS-PAYEDIT-PRESENT                VALUE "Y".             01520000
015300                                                                  01530000
015400******************************************************************01540000
015500* RUN COUNTERS AND TOTALS                                         01550000
015600******************************************************************01560000
015700 01  WS-PROVED-COUNT          PIC 9(5)     VALUE 0.               01570000
015800 01  WS-INBAL-COUNT           PIC 9(5)     VALUE 0.               01580000
015900 01  WS-OUTBAL-COUNT          PIC 9(5)     VALUE 0.               01590000
016000 01  WS-TOTAL-LEDGER          PIC S9(9)V99 VALUE 0.               01600000
016100 01  WS-TOTAL-BALFWD          PIC S9(9)V99 VALUE 0.               01610000
016200 01  WS-TOTAL-PENDING         PIC S9(9)V99 VALUE 0.               01620000
016300 01  WS-TOTAL-DIFFERENCE      PIC S9(9)V99 VALUE 0.               01630000
016400                                                                  01640000
016500******************************************************************01650000
016600* REPORT WORK AREAS                                               01660000
016700******************************************************************01670000
016800 01  WS-PROOFRPT-LINE         PIC X(132)   VALUE SPACES.          01680000
016900 01  WS-SYS-DATE8             PIC 9(8)     VALUE 0.               01690000
017000 01  WS-SYS-DATE-R REDEFINES WS-SYS-DATE8.                        01700000
017100     05  WS-SYS-CCYY          PIC 9(4).                           01710000
017200     05  WS-SYS-MM            PIC 99.                             01720000
017300     05  WS-SYS-DD            PIC 99.                             01730000
017400 01  WS-RUN-DATE-ED           PIC X(8)     VALUE SPACES.          01740000
017500                                                                  01750000
017600******************************************************************01760000
017700* EDITED FIELDS FOR DISPLAY                                       01770000
017800******************************************************************01780000
017900 01  WS-SMONEY-ED             PIC -$$,$$$,$$9.99.                 01790000
018000 01  WS-STOTAL-ED             PIC -$$$,$$$,$$9.99.                01800000
018100 01  WS-COUNT-ED              PIC ZZ,ZZ9.                         01810000
018200                                                                  01820000
018300******************************************************************01830000
018400* IT'S GO TIME!                                                   01840000
018500******************************************************************01850000
018600 PROCEDURE DIVISION.                                              01860000
018700                                                                  01870000
018800******************************************************************01880000
018900* MAINLINE - SORT THE LEDGER INTO ACCOUNT ORDER, MATCH IT TO      01890000
019000* BALFWD ONE ACCOUNT AT A TIME, REPORT WHAT DOES NOT PROVE,       01900000
019100* THEN STOP                                                       01910000
019200******************************************************************01920000
019300 000-MAIN.                                                        01930000
019400     DISPLAY '*********************************************'.     01940000
019500     DISPLAY '*** UTIL2950 - RECEIVABLE LEDGER PROOF     ***'.    01950000
019600     DISPLAY '*********************************************'.     01960000
019700     DISPLAY ' '.                                                 01970000
019800                                                                  01980000
019900     ACCEPT WS-SYS-DATE8 FROM DATE YYYYMMDD.                      01990000
020000     PERFORM 050-SORT-LEDGER.                                     02000000
020100     PERFORM 100-OPEN-FILES.                                      02010000
020200                                                                  02020000
020300     PERFORM 710-READ-ARLSRT.                                     02030000
020400     PERFORM 720-READ-BALFWD.                                     02040000
020500     PERFORM UNTIL WS-EOF-ARLSRT AND WS-EOF-BALFWD                02050000
020600         PERFORM 600-PROVE-ACCOUNT                                02060000
020700     END-PERFORM.                                                 02070000
020800                                                                  02080000
020900     PERFORM 800-CLOSE-WITH-TOTALS.                               02090000
021000     STOP RUN.                                                    02100000
021100                                                                  02110000
021200******************************************************************02120000
021300* Sort the ledger into account order. No ledger at all is         02130000
021400* proved as an empty one, so every BALFWD balance shows up.       02140000
021500******************************************************************02150000
021600 050-SORT-LEDGER.                                                 02160000
021700     OPEN INPUT ARLEDGER-FILE.                                    02170000
021800     IF WS-ARLEDGER-STATUS = "35"                                 02180000
021900         DISPLAY 'NO ARLEDGER FOUND, PROVING AN EMPTY LEDGER'     02190000
022000         OPEN OUTPUT ARLSRT-FILE                                  02200000
022100         CLOSE ARLSRT-FILE                                        02210000
022200     ELSE                                                         02220000
022300         IF WS-ARLEDGER-STATUS NOT = "00"                         02230000
022400             DISPLAY 'UNABLE TO OPEN ARLEDGER, STATUS: '          02240000
022500                 WS-ARLEDGER-STATUS                               02250000
022600             STOP RUN                                             02260000
022700         END-IF                                                   02270000
022800         CLOSE ARLEDGER-FILE                                      02280000
022900                                                                  02290000
023000         SORT SORTWRK-FILE                                        02300000
023100             ON ASCENDING KEY SW-ACCT-NUM                         02310000
023200             WITH DUPLICATES IN ORDER                             02320000
023300             USING ARLEDGER-FILE                                  02330000
023400             GIVING ARLSRT-FILE                                   02340000
023500     END-IF.                                                      02350000
023600                                                                  02360000
023700******************************************************************02370000
023800* Open the sorted ledger, BALFWD, PAYEDIT, and the report.        02380000
023900* BALFWD and PAYEDIT are both optional: no BALFWD proves          02390000
024000* against zero balances, no PAYEDIT means nothing pending.        02400000
024100******************************************************************02410000
024200 100-OPEN-FILES.                                                  02420000
024300     OPEN INPUT ARLSRT-FILE.                                      02430000
024400     IF WS-ARLSRT-STATUS NOT = "00"                               02440000
024500         DISPLAY 'UNABLE TO OPEN ARLSRT, STATUS: '                02450000
024600             WS-ARLSRT-STATUS                                     02460000
024700         STOP RUN                                                 02470000
024800     END-IF.                                                      02480000
024900                                                                  02490000
025000     OPEN INPUT BALFWD-FILE.                                      02500000
025100     IF WS-BALFWD-STATUS = "05"                                   02510000
025200         DISPLAY 'NO BALFWD FOUND, PROVING AGAINST ZERO'          02520000
025300     ELSE                                                         02530000
025400         IF WS-BALFWD-STATUS NOT = "00"                           02540000
025500             DISPLAY 'UNABLE TO OPEN BALFWD, STATUS: '            02550000
025600                 WS-BALFWD-STATUS                                 02560000
025700             STOP RUN                                             02570000
025800         END-IF                                                   02580000
025900     END-IF.                                                      02590000
026000                                                                  02600000
026100     OPEN INPUT PAYEDIT-FILE.                                     02610000
026200     IF WS-PAYEDIT-STATUS = "00"                                  02620000
026300         SET WS-PAYEDIT-PRESENT TO TRUE                           02630000
026400     ELSE                                                         02640000
026500         IF WS-PAYEDIT-STATUS = "05"                              02650000
026600             DISPLAY 'NO PAYEDIT FOUND, NO PAYMENTS PENDING'      02660000
026700             CLOSE PAYEDIT-FILE                                   02670000
026800         ELSE                                                     02680000
026900             DISPLAY 'UNABLE TO OPEN PAYEDIT, STATUS: '           02690000
027000                 WS-PAYEDIT-STATUS                                02700000
027100             STOP RUN                                             02710000
027200         END-IF                                                   02720000
027300     END-IF.                                                      02730000
027400                                                                  02740000
027500     OPEN OUTPUT PROOFRPT-FILE.                                   02750000
027600     IF WS-PROOFRPT-STATUS NOT = "00"                             02760000
027700         DISPLAY 'UNABLE TO OPEN PROOFRPT, STATUS: '              02770000
027800             WS-PROOFRPT-STATUS                                   02780000
027900         STOP RUN                                                 02790000
028000     END-IF.                                                      02800000
028100                                                                  02810000
028200     STRING WS-SYS-MM "/" WS-SYS-DD "/" WS-SYS-CCYY(3:2)          02820000
028300         DELIMITED BY SIZE INTO WS-RUN-DATE-ED.                   02830000
028400                                                                  02840000
028500     MOVE SPACES TO WS-PROOFRPT-LINE.                             02850000
028600     STRING "UTIL2950 RECEIVABLE LEDGER PROOF" " "                02860000
028700         "RUN DATE: " WS-RUN-DATE-ED                              02870000
028800         DELIMITED BY SIZE INTO WS-PROOFRPT-LINE.                 02880000
028900     MOVE WS-PROOFRPT-LINE TO PROOFRPT-REC.                       02890000
029000     WRITE PROOFRPT-REC.                                          02900000
029100                                                                  02910000
029200     MOVE SPACES TO WS-PROOFRPT-LINE.                             02920000
029300     MOVE WS-PROOFRPT-LINE TO PROOFRPT-REC.                       02930000
029400     WRITE PROOFRPT-REC.                                          02940000
029500                                                                  02950000
029600     MOVE SPACES TO WS-PROOFRPT-LINE.                             02960000
029700     STRING "ACCOUNT       LEDGER NET         BALFWD    "         02970000
029800         "PENDING PMT     DIFFERENCE  NOTE"                       02980000
029900         DELIMITED BY SIZE INTO WS-PROOFRPT-LINE.                 02990000
030000     MOVE WS-PROOFRPT-LINE TO PROOFRPT-REC.                       03000000
030100     WRITE PROOFRPT-REC.                                          03010000
030200                                                                  03020000
030300******************************************************************03030000
030400* Prove the lower of the two current accounts. The ledger         03040000
030500* side nets every non-memo entry for the account; the BALFWD      03050000
030600* side is its balance less any payment still pending on           03060000
030700* PAYEDIT. A difference of anything but zero is reported.         03070000
030800******************************************************************03080000
030900 600-PROVE-ACCOUNT.                                               03090000
031000     MOVE 0 TO WS-LEDGER-NET.                                     03100000
031100     MOVE 0 TO WS-BALFWD-AMT.                                     03110000
031200     MOVE 0 TO WS-PENDING-AMT.                                    03120000
031300     MOVE "N" TO WS-HAS-LEDGER-SW.                                03130000
031400     MOVE "N" TO WS-HAS-BALFWD-SW.                                03140000
031500                                                                  03150000
031600     IF WS-EOF-BALFWD                                             03160000
031700         MOVE AL-ACCT-NUM TO WS-CUR-ACCT                          03170000
031800     ELSE                                                         03180000
031900         IF WS-EOF-ARLSRT OR BF-ACCT-NUM < AL-ACCT-NUM            03190000
032000             MOVE BF-ACCT-NUM TO WS-CUR-ACCT                      03200000
032100         ELSE                                                     03210000
032200             MOVE AL-ACCT-NUM TO WS-CUR-ACCT                      03220000
032300         END-IF                                                   03230000
032400     END-IF.                                                      03240000
032500                                                                  03250000
032600     PERFORM UNTIL WS-EOF-ARLSRT                                  03260000
032700             OR AL-ACCT-NUM NOT = WS-CUR-ACCT                     03270000
032800         SET WS-HAS-LEDGER TO TRUE                                03280000
032900         IF AL-MEMO-SW NOT = "M"                                  03290000
033000             ADD AL-AMOUNT TO WS-LEDGER-NET                       03300000
033100         END-IF                                                   03310000
033200         PERFORM 710-READ-ARLSRT                                  03320000
033300     END-PERFORM.                                                 03330000
033400                                                                  03340000
033500     IF NOT WS-EOF-BALFWD AND BF-ACCT-NUM = WS-CUR-ACCT           03350000
033600         SET WS-HAS-BALFWD TO TRUE                                03360000
033700         MOVE BF-PRIOR-BALANCE TO WS-BALFWD-AMT                   03370000
033800         PERFORM 720-READ-BALFWD                                  03380000
033900     END-IF.                                                      03390000
034000                                                                  03400000
034100     PERFORM 610-GET-PENDING-PAYMENT.                             03410000
034200                                                                  03420000
034300     COMPUTE WS-DIFFERENCE =                                      03430000
034400         WS-LEDGER-NET - (WS-BALFWD-AMT - WS-PENDING-AMT).        03440000
034500                                                                  03450000
034600     ADD 1 TO WS-PROVED-COUNT.                                    03460000
034700     ADD WS-LEDGER-NET TO WS-TOTAL-LEDGER.                        03470000
034800     ADD WS-BALFWD-AMT TO WS-TOTAL-BALFWD.                        03480000
034900     ADD WS-PENDING-AMT TO WS-TOTAL-PENDING.                      03490000
035000                                                                  03500000
035100     IF WS-DIFFERENCE = 0                                         03510000
035200         ADD 1 TO WS-INBAL-COUNT                                  03520000
035300     ELSE                                                         03530000
035400         ADD 1 TO WS-OUTBAL-COUNT                                 03540000
035500         ADD WS-DIFFERENCE TO WS-TOTAL-DIFFERENCE                 03550000
035600         PERFORM 650-WRITE-PROOF-LINE                             03560000
035700     END-IF.                                                      03570000
035800                                                                  03580000
035900******************************************************************03590000
036000* The payment UTIL1500 has ledgered for this account that the     03600000
036100* next billing run will take off BALFWD, if any.                  03610000
036200******************************************************************03620000
036300 610-GET-PENDING-PAYMENT.                                         03630000
036400     IF WS-PAYEDIT-PRESENT                                        03640000
036500         MOVE WS-CUR-ACCT TO PE-ACCT-NUM                          03650000
036600         READ PAYEDIT-FILE                                        03660000
036700             INVALID KEY                                          03670000
036800                 CONTINUE                                         03680000
036900             NOT INVALID KEY                                      03690000
037000                 MOVE PE-AMOUNT-PAID TO WS-PENDING-AMT            03700000
037100         END-READ                                                 03710000
037200     END-IF.                                                      03720000
037300                                                                  03730000
037400******************************************************************03740000
037500* Report one account that does not prove, noting which side       03750000
037600* is missing when one is.                                         03760000
037700******************************************************************03770000
037800 650-WRITE-PROOF-LINE.                                            03780000
037900     MOVE SPACES TO WS-PROOFRPT-LINE.                             03790000
038000     MOVE WS-CUR-ACCT TO WS-PROOFRPT-LINE(1:6).                   03800000
038100     MOVE WS-LEDGER-NET TO WS-SMONEY-ED.                          03810000
038200     MOVE WS-SMONEY-ED TO WS-PROOFRPT-LINE(9:14).                 03820000
038300     MOVE WS-BALFWD-AMT TO WS-SMONEY-ED.                          03830000
038400     MOVE WS-SMONEY-ED TO WS-PROOFRPT-LINE(24:14).                03840000
038500     MOVE WS-PENDING-AMT TO WS-SMONEY-ED.                         03850000
038600     MOVE WS-SMONEY-ED TO WS-PROOFRPT-LINE(39:14).                03860000
038700     MOVE WS-DIFFERENCE TO WS-SMONEY-ED.                          03870000
038800     MOVE WS-SMONEY-ED TO WS-PROOFRPT-LINE(54:14).                03880000
038900     EVALUATE TRUE                                                03890000
039000         WHEN NOT WS-HAS-BALFWD                                   03900000
039100             MOVE "NO BALFWD RECORD" TO WS-PROOFRPT-LINE(70:16)   03910000
039200         WHEN NOT WS-HAS-LEDGER                                   03920000
039300             MOVE "NO LEDGER ENTRIES"                             03930000
039400                 TO WS-PROOFRPT-LINE(70:17)                       03940000
039500         WHEN OTHER                                               03950000
039600             MOVE "OUT OF BALANCE" TO WS-PROOFRPT-LINE(70:14)     03960000
039700     END-EVALUATE.                                                03970000
039800     MOVE WS-PROOFRPT-LINE TO PROOFRPT-REC.                       03980000
039900     WRITE PROOFRPT-REC.                                          03990000
040000                                                                  04000000
040100******************************************************************04010000
040200* Write the proof trailer, close, display run totals, and set     04020000
040300* return code 4 when any account is out of balance.               04030000
040400******************************************************************04040000
040500 800-CLOSE-WITH-TOTALS.                                           04050000
040600     IF WS-OUTBAL-COUNT = 0                                       04060000
040700         MOVE SPACES TO WS-PROOFRPT-LINE                          04070000
040800         MOVE "ALL ACCOUNTS PROVE - LEDGER AGREES WITH BALFWD"    04080000
040900             TO WS-PROOFRPT-LINE                                  04090000
041000         MOVE WS-PROOFRPT-LINE TO PROOFRPT-REC                    04100000
041100         WRITE PROOFRPT-REC                                       04110000
041200     END-IF.                                                      04120000
041300                                                                  04130000
041400     MOVE SPACES TO WS-PROOFRPT-LINE.                             04140000
041500     MOVE WS-PROOFRPT-LINE TO PROOFRPT-REC.                       04150000
041600     WRITE PROOFRPT-REC.                                          04160000
041700                                                                  04170000
041800     MOVE SPACES TO WS-PROOFRPT-LINE.                             04180000
041900     MOVE WS-PROVED-COUNT TO WS-COUNT-ED.                         04190000
042000     STRING "ACCOUNTS PROVED: " WS-COUNT-ED                       04200000
042100         DELIMITED BY SIZE INTO WS-PROOFRPT-LINE.                 04210000
042200     MOVE WS-INBAL-COUNT TO WS-COUNT-ED.                          04220000
042300     STRING "   IN BALANCE: " WS-COUNT-ED                         04230000
042400         DELIMITED BY SIZE INTO WS-PROOFRPT-LINE(24:21).          04240000
042500     MOVE WS-OUTBAL-COUNT TO WS-COUNT-ED.                         04250000
042600     STRING "   OUT OF BALANCE: " WS-COUNT-ED                     04260000
042700         DELIMITED BY SIZE INTO WS-PROOFRPT-LINE(45:25).          04270000
042800     MOVE WS-PROOFRPT-LINE TO PROOFRPT-REC.                       04280000
042900     WRITE PROOFRPT-REC.                                          04290000
043000                                                                  04300000
043100     MOVE SPACES TO WS-PROOFRPT-LINE.                             04310000
043200     MOVE WS-TOTAL-LEDGER TO WS-STOTAL-ED.                        04320000
043300     STRING "LEDGER NET TOTAL : " WS-STOTAL-ED                    04330000
043400         DELIMITED BY SIZE INTO WS-PROOFRPT-LINE.                 04340000
043500     MOVE WS-PROOFRPT-LINE TO PROOFRPT-REC.                       04350000
043600     WRITE PROOFRPT-REC.                                          04360000
043700                                                                  04370000
043800     MOVE SPACES TO WS-PROOFRPT-LINE.                             04380000
043900     MOVE WS-TOTAL-BALFWD TO WS-STOTAL-ED.                        04390000
044000     STRING "BALFWD TOTAL     : " WS-STOTAL-ED                    04400000
044100         DELIMITED BY SIZE INTO WS-PROOFRPT-LINE.                 04410000
044200     MOVE WS-PROOFRPT-LINE TO PROOFRPT-REC.                       04420000
044300     WRITE PROOFRPT-REC.                                          04430000
044400                                                                  04440000
044500     MOVE SPACES TO WS-PROOFRPT-LINE.                             04450000
044600     MOVE WS-TOTAL-PENDING TO WS-STOTAL-ED.                       04460000
044700     STRING "PENDING PAYMENTS : " WS-STOTAL-ED                    04470000
044800         DELIMITED BY SIZE INTO WS-PROOFRPT-LINE.                 04480000
044900     MOVE WS-PROOFRPT-LINE TO PROOFRPT-REC.                       04490000
045000     WRITE PROOFRPT-REC.                                          04500000
045100                                                                  04510000
045200     MOVE SPACES TO WS-PROOFRPT-LINE.                             04520000
045300     MOVE WS-TOTAL-DIFFERENCE TO WS-STOTAL-ED.                    04530000
045400     STRING "NET DIFFERENCE   : " WS-STOTAL-ED                    04540000
045500         DELIMITED BY SIZE INTO WS-PROOFRPT-LINE.                 04550000
045600     MOVE WS-PROOFRPT-LINE TO PROOFRPT-REC.                       04560000
045700     WRITE PROOFRPT-REC.                                          04570000
045800                                                                  04580000
045900     CLOSE ARLSRT-FILE.                                           04590000
046000     CLOSE BALFWD-FILE.                                           04600000
046100     IF WS-PAYEDIT-PRESENT                                        04610000
046200         CLOSE PAYEDIT-FILE                                       04620000
046300     END-IF.                                                      04630000
046400     CLOSE PROOFRPT-FILE.                                         04640000
046500                                                                  04650000
046600     MOVE WS-PROVED-COUNT TO WS-COUNT-ED.                         04660000
046700     DISPLAY 'ACCOUNTS PROVED    : ' WS-COUNT-ED.                 04670000
046800     MOVE WS-INBAL-COUNT TO WS-COUNT-ED.                          04680000
046900     DISPLAY 'IN BALANCE         : ' WS-COUNT-ED.                 04690000
047000     MOVE WS-OUTBAL-COUNT TO WS-COUNT-ED.                         04700000
047100     DISPLAY 'OUT OF BALANCE     : ' WS-COUNT-ED.                 04710000
047200                                                                  04720000
047300     IF WS-OUTBAL-COUNT > 0                                       04730000
047400         MOVE 4 TO RETURN-CODE                                    04740000
047500     END-IF.                                                      04750000
047600                                                                  04760000
047700******************************************************************04770000
047800* Read one sorted ledger entry; set WS-EOF-ARLSRT at end of       04780000
047900* file.                                                           04790000
048000******************************************************************04800000
048100 710-READ-ARLSRT.                                                 04810000
048200     READ ARLSRT-FILE                                             04820000
048300         AT END                                                   04830000
048400             MOVE "Y" TO WS-ARLSRT-EOF-SW                         04840000
048500         NOT AT END                                               04850000
048600             CONTINUE                                             04860000
048700     END-READ.                                                    04870000
048800                                                                  04880000
048900******************************************************************04890000
049000* Read the next BALFWD record; set WS-EOF-BALFWD at end of        04900000
049100* file.                                                           04910000
049200******************************************************************04920000
049300 720-READ-BALFWD.                                                 04930000
049400     READ BALFWD-FILE NEXT RECORD                                 04940000
049500         AT END                                                   04950000
049600             MOVE "Y" TO WS-BALFWD-EOF-SW                         04960000
049700         NOT AT END                                               04970000
049800             CONTINUE                                             04980000
049900     END-READ.                                                    04990000
