000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. UTIL2900.                                            00020000
000300******************************************************************00030000
000400*  Programmer.: Clay Rasmussen                                    00040000
000500*  Date.......: October 15, 2026                                  00050000
000600*  GitHub URL.: github.com/Clay-Rasmussen/CobolUtil2000           00060000
000700*  Description: This COBOL program prints a dated account-        00070000
000800*  history statement from the ARLEDGER receivable ledger for      00080000
000900*  each account requested on ARHISTRQ, so customer service        00090000
001000*  can show a disputing customer exactly how the balance was      00100000
001100*  built: every charge, late fee, payment, returned draft,        00110000
001200*  adjustment, final bill, deposit, refund, and write-off,        00120000
001300*  each with the running balance after it. A request may          00130000
001400*  limit the statement to a date range; entries before the        00140000
001500*  range roll into a BALANCE FORWARD line. The ledger is          00150000
001600*  sorted into account order (posting order kept within an        00160000
001700*  account) and every statement lands on HISTRPT, with any        00170000
001800*  requested account that has no ledger entries listed at         00180000
001900*  the end.                                                       00190000
002000******************************************************************00200000
002100 ENVIRONMENT DIVISION.                                            00210000
002200 INPUT-OUTPUT SECTION.                                            00220000
002300 FILE-CONTROL.                                                    00230000
002400**************************************************************    00240000
002500* ARHISTRQ - the requested accounts, each with an optional        00250000
002600* from/through date range                                         00260000
002700**************************************************************    00270000
002800     SELECT ARHISTRQ-FILE ASSIGN TO "ARHISTRQ"                    00280000
002900         ORGANIZATION IS LINE SEQUENTIAL                          00290000
003000         FILE STATUS IS WS-ARHISTRQ-STATUS.                       00300000
003100                                                                  00310000
003200**************************************************************    00320000
003300* CUSTMAST - customer master, for the name and service            00330000
003400* address on each statement heading                               00340000
003500**************************************************************    00350000
003600     SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"                    00360000
003700         ORGANIZATION IS LINE SEQUENTIAL                          00370000
003800         FILE STATUS IS WS-CUSTMAST-STATUS.                       00380000
003900                                                                  00390000
004000**************************************************************    00400000
004100* ARLEDGER - the receivable ledger every money-moving             00410000
004200* program appends to                                              00420000
004300**************************************************************    00430000
004400     SELECT ARLEDGER-FILE ASSIGN TO "ARLEDGER"                    00440000
004500         ORGANIZATION IS LINE SEQUENTIAL                          00450000
004600         FILE STATUS IS WS-ARLEDGER-STATUS.                       00460000
004700                                                                  00470000
004800**************************************************************    00480000
004900* ARLSRT - the ledger re-sequenced into account order by the      00490000
005000* sort below                                                      00500000
005100**************************************************************    00510000
005200     SELECT ARLSRT-FILE ASSIGN TO "ARLSRT"                        00520000
005300         ORGANIZATION IS LINE SEQUENTIAL                          00530000
005400         FILE STATUS IS WS-ARLSRT-STATUS.                         00540000
005500                                                                  00550000
005600**************************************************************    00560000
005700* SORTWRK - work file for the account-sequence sort               00570000
005800**************************************************************    00580000
005900     SELECT SORTWRK-FILE ASSIGN TO "SORTWRK".                     00590000
006000                                                                  00600000
006100**************************************************************    00610000
006200* HISTRPT - the printed account-history statements                00620000
006300**************************************************************    00630000
006400     SELECT HISTRPT-FILE ASSIGN TO "HISTRPT"                      00640000
006500         ORGANIZATION IS LINE SEQUENTIAL                          00650000
006600         FILE STATUS IS WS-HISTRPT-STATUS.                        00660000
006700                                                                  00670000
006800 DATA DIVISION.                                                   00680000
006900 FILE SECTION.                                                    00690000
007000**************************************************************    00700000
007100* ARHISTRQ RECORD - one requested account; a blank or zero        00710000
007200* date leaves that end of the range open                          00720000
007300**************************************************************    00730000
007400 FD  ARHISTRQ-FILE.                                               00740000
007500 01  ARHISTRQ-REC.                                                00750000
007600     05  HQ-ACCT-NUM          PIC X(6).                           00760000
007700     05  HQ-FROM-DATE         PIC 9(8).                           00770000
007800     05  HQ-THRU-DATE         PIC 9(8).                           00780000
007900                                                                  00790000
008000**************************************************************    00800000
008100* CUSTMAST RECORD - account/name/kwh/fee for one customer         00810000
008200**************************************************************    00820000
008300 FD  CUSTMAST-FILE.                                               00830000
008400 01  CUSTMAST-REC.                                                00840000
008500     05  CM-ACCT-NUM         PIC X(6).                            00850000
008600     05  CM-CLASS-CODE       PIC X(1).                            00860000
008700     05  CM-CUST-NAME        PIC X(12).                           00870000
008800     05  CM-KWH-USED         PIC 9(5).                            00880000
008900     05  CM-SERVICE-FEE      PIC 9(3)V99.                         00890000
009000     05  CM-JURIS-CODE       PIC X(2).                            00900000
009100     05  CM-CYCLE-CODE       PIC X(2).                            00910000
009200     05  CM-SVC-ADDR         PIC X(25).                           00920000
009300     05  CM-MAIL-ADDR        PIC X(25).                           00930000
009400     05  CM-MAIL-CITY        PIC X(15).                           00940000
009500     05  CM-MAIL-STATE       PIC X(2).                            00950000
009600     05  CM-MAIL-ZIP         PIC X(5).                            00960000
009700     05  CM-UNDELIV-SW       PIC X(1).                            00970000
009800                                                                  00980000
009900**************************************************************    00990000
010000* ARLEDGER RECORD - must stay in step with the layout UTIL2000    01000000
010100* appends in 296-WRITE-LEDGER-ENTRY                               01010000
010200**************************************************************    01020000
010300 FD  ARLEDGER-FILE.                                               01030000
010400 01  ARLEDGER-REC             PIC X(43).                          01040000
010500                                                                  01050000
010600**************************************************************    01060000
010700* SORTWRK RECORD - the ledger entry, keyed on its account         01070000
010800**************************************************************    01080000
010900 SD  SORTWRK-FILE.                                                01090000
011000 01  SORTWRK-REC.                                                 01100000
011100     05  SW-ACCT-NUM          PIC X(6).                           01110000
011200     05  FILLER               PIC X(37).                          01120000
011300                                                                  01130000
011400**************************************************************    01140000
011500* ARLSRT RECORD - one ledger entry in account order               01150000
011600**************************************************************    01160000
011700 FD  ARLSRT-FILE.                                                 01170000
011800 01  ARLSRT-REC.                                                  01180000
011900     05  AL-ACCT-NUM          PIC X(6).                           01190000
012000     05  AL-TRAN-DATE         PIC 9(8).                           01200000
012100     05  AL-TRAN-TYPE         PIC X(4).                           01210000
012200     05  AL-AMOUNT            PIC S9(6)V99.                       01220000
012300     05  AL-RUN-BALANCE       PIC S9(6)V99.                       01230000
012400     05  AL-MEMO-SW           PIC X(1).                           01240000
012500     05  AL-PROGRAM           PIC X(8).                           01250000
012600                                                                  01260000
012700**************************************************************    01270000
012800* HISTRPT RECORD - one print line of the statements               01280000
012900**************************************************************    01290000
013000 FD  HISTRPT-FILE.                                                01300000
013100 01  HISTRPT-REC                PIC X(132).                       01310000
013200                                                                  01320000
013300 WORKING-STORAGE SECTION.                                         01330000
013400                                                                  01340000
013500******************************************************************01350000
013600* REQUEST TABLE - every requested account with its date range     01360000
013700* and whether a statement printed for it.                         01370000
013800******************************************************************01380000
013900 01  WS-REQ-TABLE.                                                01390000
014000     05  WS-REQ-ENTRY OCCURS 200 TIMES                            01400000
014100             INDEXED BY WS-REQ-IDX.                               01410000
014200         10  WS-RQ-ACCT-NUM       PIC X(6)  VALUE SPACES.         01420000
014300         10  WS-RQ-FROM-DATE      PIC 9(8)  VALUE 0.              01430000
014400         10  WS-RQ-THRU-DATE      PIC 9(8)  VALUE 0.              01440000
014500         10  WS-RQ-PRINTED-SW     PIC X(1)  VALUE "N".            01450000
014600 01  WS-REQ-COUNT             PIC 9(3)     VALUE 0.               01460000
014700 01  WS-REQ-FOUND-SW          PIC X(1)     VALUE "N".             01470000
014800     88  WS-REQ-FOUND                      VALUE "Y".             01480000
014900                                                                  01490000
015000******************************************************************01500000
015100* CUSTOMER ACCOUNT TABLE - name and service address per           01510000
015200* account, loaded up front. Same bounded-table approach as        01520000
015300* UTIL3100.                                                       01530000
015400******************************************************************01540000
015500 01  WS-CUST-TABLE.                                               01550000
015600     05  WS-CUST-ENTRY OCCURS 5000 TIMES                          01560000
015700             INDEXED BY WS-CUST-IDX.                              01570000
015800         10  WS-CT-ACCT-NUM       PIC X(6)  VALUE SPACES.         01580000
015900         10  WS-CT-CUST-NAME      PIC X(12) VALUE SPACES.         01590000
016000         10  WS-CT-SVC-ADDR       PIC X(25) VALUE SPACES.         01600000
016100 01  WS-CUST-COUNT            PIC 9(5)     VALUE 0.               01610000
016200 01  WS-CUST-FOUND-SW         PIC X(1)     VALUE "N".             01620000
016300     88  WS-CUST-FOUND                     VALUE "Y".             01630000
016400                                                                  01640000
016500******************************************************************01650000
016600* CURRENT STATEMENT FIELDS - the account being printed, its       01660000
016700* range, the balance forward, and what has printed so far.        01670000
016800******************************************************************01680000
016900 01  WS-CUR-ACCT              PIC X(6)     VALUE SPACES.          01690000
017000 01  WS-CUR-FROM-DATE         PIC 9(8)     VALUE 0.               01700000
017100 01  WS-CUR-THRU-DATE         PIC 9(8)     VALUE 0.               01710000
017200 01  WS-FWD-BALANCE           PIC S9(6)V99 VALUE 0.               01720000
017300 01  WS-END-BALANCE           PIC S9(6)V99 VALUE 0.               01730000
017400 01  WS-ENTRY-COUNT           PIC 9(5)     VALUE 0.               01740000
017500 01  WS-FWD-PRINTED-SW        PIC X(1)     VALUE "N".             01750000
017600     88  WS-FWD-PRINTED                    VALUE "Y".             01760000
017700 01  WS-TRAN-DESC             PIC X(30)    VALUE SPACES.          01770000
017800 01  WS-DATE-IN               PIC 9(8)     VALUE 0.               01780000
017900 01  WS-DATE-IN-R REDEFINES WS-DATE-IN.                           01790000
018000     05  WS-DATE-IN-CCYY      PIC 9(4).                           01800000
018100     05  WS-DATE-IN-MM        PIC 99.                             01810000
018200     05  WS-DATE-IN-DD        PIC 99.                             01820000
018300 01  WS-DATE-ED               PIC X(10)    VALUE SPACES.          01830000
018400                                                                  01840000
018500******************************************************************01850000
018600* FILE STATUS / END-OF-FILE SWITCHES                              01860000
018700******************************************************************01870000
018800 01  WS-ARHISTRQ-STATUS       PIC X(2)     VALUE "00".            01880000
018900 01  WS-CUSTMAST-STATUS       PIC X(2)     VALUE "00".            01890000
019000 01  WS-ARLEDGER-STATUS       PIC X(2)     VALUE "00".            01900000
019100 01  WS-ARLSRT-STATUS         PIC X(2)     VALUE "00".            01910000
019200 01  WS-HISTRPT-STATUS        PIC X(2)     VALUE "00".            01920000
019300 01  WS-ARHISTRQ-EOF-SW       PIC X(1)     VALUE "N".             01930000
019400     88  WS-EOF-ARHISTRQ                   VALUE "Y".             01940000
019500 01  WS-CUSTMAST-EOF-SW       PIC X(1)     VALUE "N".             01950000
019600     88  WS-EOF-CUSTMAST                   VALUE "Y".             01960000
019700 01  WS-ARLSRT-EOF-SW         PIC X(1)     VALUE "N".             01970000
019800     88  WS-EOF-ARLSRT                     VALUE "Y".             01980000
019900 01  WS-LEDGER-SW             PIC X(1)     VALUE "N".             01990000
020000     88  WS-LEDGER-PRESENT                 VALUE "Y".             02000000
020100                                                                  02010000
020200******************************************************************02020000
020300* RUN COUNTERS AND REPORT WORK AREAS                              02030000
020400******************************************************************02040000
020500 01  WS-STMT-COUNT            PIC 9(5)     VALUE 0.               02050000
020600 01  WS-NOTFOUND-COUNT        PIC 9(5)     VALUE 0.               02060000
020700 01  WS-HISTRPT-LINE          PIC X(132)   VALUE SPACES.          02070000
020800 01  WS-SYS-DATE8             PIC 9(8)     VALUE 0.               02080000
020900 01  WS-SYS-DATE-R REDEFINES WS-SYS-DATE8.                        02090000
021000     05  WS-SYS-CCYY          PIC 9(4).                           02100000
021100     05  WS-SYS-MM            PIC 99.                             02110000
021200     05  WS-SYS-DD            PIC 99.                             02120000
021300 01  WS-RUN-DATE-ED           PIC X(8)     VALUE SPACES.          02130000
021400                                                                  02140000
021500******************************************************************02150000
021600* EDITED FIELDS FOR DISPLAY                                       02160000
021700******************************************************************02170000
021800 01  WS-SMONEY-ED             PIC -$$,$$$,$$9.99.                 02180000
021900 01  WS-COUNT-ED              PIC ZZ,ZZ9.                         02190000
022000                                                                  02200000
022100******************************************************************02210000
022200* IT'S GO TIME!                                                   02220000
022300******************************************************************02230000
022400 PROCEDURE DIVISION.                                              02240000
022500                                                                  02250000
022600******************************************************************02260000
022700* MAINLINE - LOAD THE REQUESTS AND THE MASTER, SORT THE LEDGER    02270000
022800* INTO ACCOUNT ORDER, PRINT A STATEMENT FOR EVERY REQUESTED       02280000
022900* ACCOUNT, LIST THE ONES WITH NO ENTRIES, THEN STOP               02290000
023000******************************************************************02300000
023100 000-MAIN.                                                        02310000
023200     DISPLAY '*********************************************'.     02320000
023300     DISPLAY '*** UTIL2900 - ACCOUNT HISTORY STATEMENTS ***'.     02330000
023400     DISPLAY '*********************************************'.     02340000
023500     DISPLAY ' '.                                                 02350000
023600                                                                  02360000
023700     ACCEPT WS-SYS-DATE8 FROM DATE YYYYMMDD.                      02370000
023800     PERFORM 050-LOAD-REQUESTS.                                   02380000
023900     PERFORM 060-LOAD-CUST-ACCOUNTS.                              02390000
024000     PERFORM 070-SORT-LEDGER.                                     02400000
024100     PERFORM 150-OPEN-HISTRPT.                                    02410000
024200                                                                  02420000
024300     IF WS-LEDGER-PRESENT                                         02430000
024400         PERFORM 710-READ-ARLSRT                                  02440000
024500         PERFORM UNTIL WS-EOF-ARLSRT                              02450000
024600             PERFORM 600-PROCESS-ACCOUNT                          02460000
024700         END-PERFORM                                              02470000
024800         CLOSE ARLSRT-FILE                                        02480000
024900     END-IF.                                                      02490000
025000                                                                  02500000
025100     PERFORM 650-LIST-NOT-FOUND.                                  02510000
025200     PERFORM 800-CLOSE-WITH-TOTALS.                               02520000
025300     STOP RUN.                                                    02530000
025400                                                                  02540000
025500******************************************************************02550000
025600* Load the requested accounts. A request file is required -       02560000
025700* there is nothing to print without one. A blank or zero          02570000
025800* from-date opens the range at the first entry; a blank or        02580000
025900* zero through-date runs it to today.                             02590000
026000******************************************************************02600000
026100 050-LOAD-REQUESTS.                                               02610000
026200     OPEN INPUT ARHISTRQ-FILE.                                    02620000
026300     IF WS-ARHISTRQ-STATUS NOT = "00"                             02630000
026400         DISPLAY 'UNABLE TO OPEN ARHISTRQ, STATUS: '              02640000
026500             WS-ARHISTRQ-STATUS                                   02650000
026600         STOP RUN                                                 02660000
026700     END-IF.                                                      02670000
026800                                                                  02680000
026900     PERFORM 700-READ-ARHISTRQ.                                   02690000
027000     PERFORM UNTIL WS-EOF-ARHISTRQ                                02700000
027100         PERFORM 055-STOW-REQUEST                                 02710000
027200         PERFORM 700-READ-ARHISTRQ                                02720000
027300     END-PERFORM.                                                 02730000
027400     CLOSE ARHISTRQ-FILE.                                         02740000
027500                                                                  02750000
027600     IF WS-REQ-COUNT = 0                                          02760000
027700         DISPLAY 'ARHISTRQ IS EMPTY - NO STATEMENTS TO PRINT'     02770000
027800     END-IF.                                                      02780000
027900                                                                  02790000
028000******************************************************************02800000
028100* File one request into WS-REQ-TABLE. A repeated account          02810000
028200* keeps its first range.                                          02820000
028300******************************************************************02830000
028400 055-STOW-REQUEST.                                                02840000
028500     MOVE "N" TO WS-REQ-FOUND-SW.                                 02850000
028600     MOVE HQ-ACCT-NUM TO WS-CUR-ACCT.                             02860000
028700     PERFORM 610-MATCH-REQUEST.                                   02870000
028800     IF WS-REQ-FOUND                                              02880000
028900         DISPLAY 'ACCOUNT ' HQ-ACCT-NUM                           02890000
029000             ' REQUESTED TWICE, FIRST RANGE KEPT'                 02900000
029100     ELSE                                                         02910000
029200         IF WS-REQ-COUNT < 200                                    02920000
029300             ADD 1 TO WS-REQ-COUNT                                02930000
029400             SET WS-REQ-IDX TO WS-REQ-COUNT                       02940000
029500             MOVE HQ-ACCT-NUM TO WS-RQ-ACCT-NUM(WS-REQ-IDX)       02950000
029600             IF HQ-FROM-DATE IS NUMERIC                           02960000
029700                 MOVE HQ-FROM-DATE                                02970000
029800                     TO WS-RQ-FROM-DATE(WS-REQ-IDX)               02980000
029900             ELSE                                                 02990000
030000                 MOVE 0 TO WS-RQ-FROM-DATE(WS-REQ-IDX)            03000000
030100             END-IF                                               03010000
030200             IF HQ-THRU-DATE IS NUMERIC                           03020000
030300                 AND HQ-THRU-DATE > 0                             03030000
030400                 MOVE HQ-THRU-DATE                                03040000
030500                     TO WS-RQ-THRU-DATE(WS-REQ-IDX)               03050000
030600             ELSE                                                 03060000
030700                 MOVE WS-SYS-DATE8                                03070000
030800                     TO WS-RQ-THRU-DATE(WS-REQ-IDX)               03080000
030900             END-IF                                               03090000
031000         ELSE                                                     03100000
031100             DISPLAY 'MORE THAN 200 ACCOUNTS REQUESTED - '        03110000
031200                 'RAISE THE TABLE BEFORE RERUNNING'               03120000
031300             MOVE 16 TO RETURN-CODE                               03130000
031400             STOP RUN                                             03140000
031500         END-IF                                                   03150000
031600     END-IF.                                                      03160000
031700                                                                  03170000
031800******************************************************************03180000
031900* Load every CUSTMAST account's name and service address.         03190000
032000******************************************************************03200000
032100 060-LOAD-CUST-ACCOUNTS.                                          03210000
032200     OPEN INPUT CUSTMAST-FILE.                                    03220000
032300     IF WS-CUSTMAST-STATUS NOT = "00"                             03230000
032400         DISPLAY 'UNABLE TO OPEN CUSTMAST, STATUS: '              03240000
032500             WS-CUSTMAST-STATUS                                   03250000
032600         STOP RUN                                                 03260000
032700     END-IF.                                                      03270000
032800                                                                  03280000
032900     PERFORM 750-READ-CUSTMAST.                                   03290000
033000     PERFORM UNTIL WS-EOF-CUSTMAST                                03300000
033100         IF WS-CUST-COUNT < 5000                                  03310000
033200             ADD 1 TO WS-CUST-COUNT                               03320000
033300             SET WS-CUST-IDX TO WS-CUST-COUNT                     03330000
033400             MOVE CM-ACCT-NUM TO WS-CT-ACCT-NUM(WS-CUST-IDX)      03340000
033500             MOVE CM-CUST-NAME                                    03350000
033600                 TO WS-CT-CUST-NAME(WS-CUST-IDX)                  03360000
033700             MOVE CM-SVC-ADDR TO WS-CT-SVC-ADDR(WS-CUST-IDX)      03370000
033800         ELSE                                                     03380000
033900             DISPLAY 'CUSTMAST HAS MORE THAN 5000 ACCOUNTS - '    03390000
034000                 'RAISE THE TABLE BEFORE RERUNNING'               03400000
034100             MOVE 16 TO RETURN-CODE                               03410000
034200             STOP RUN                                             03420000
034300         END-IF                                                   03430000
034400         PERFORM 750-READ-CUSTMAST                                03440000
034500     END-PERFORM.                                                 03450000
034600     CLOSE CUSTMAST-FILE.                                         03460000
034700                                                                  03470000
034800******************************************************************03480000
034900* Sort the ledger into account order. Entries are appended in     03490000
035000* posting order, so duplicates keep their order and each          03500000
035100* account's history stays chronological. No ledger yet means      03510000
035200* every request lists as having no entries.                       03520000
035300******************************************************************03530000
035400 070-SORT-LEDGER.                                                 03540000
035500     OPEN INPUT ARLEDGER-FILE.                                    03550000
035600     IF WS-ARLEDGER-STATUS = "35"                                 03560000
035700         DISPLAY 'NO ARLEDGER FOUND, NO HISTORY TO PRINT'         03570000
035800     ELSE                                                         03580000
035900         IF WS-ARLEDGER-STATUS NOT = "00"                         03590000
036000             DISPLAY 'UNABLE TO OPEN ARLEDGER, STATUS: '          03600000
036100                 WS-ARLEDGER-STATUS                               03610000
036200             STOP RUN                                             03620000
036300         END-IF                                                   03630000
036400         CLOSE ARLEDGER-FILE                                      03640000
036500                                                                  03650000
036600         SORT SORTWRK-FILE                                        03660000
036700             ON ASCENDING KEY SW-ACCT-NUM                         03670000
036800             WITH DUPLICATES IN ORDER                             03680000
036900             USING ARLEDGER-FILE                                  03690000
037000             GIVING ARLSRT-FILE                                   03700000
037100                                                                  03710000
037200         OPEN INPUT ARLSRT-FILE                                   03720000
037300         IF WS-ARLSRT-STATUS NOT = "00"                           03730000
037400             DISPLAY 'UNABLE TO OPEN ARLSRT, STATUS: '            03740000
037500                 WS-ARLSRT-STATUS                                 03750000
037600             STOP RUN                                             03760000
037700         END-IF                                                   03770000
037800         SET WS-LEDGER-PRESENT TO TRUE                            03780000
037900     END-IF.                                                      03790000
038000                                                                  03800000
038100******************************************************************03810000
038200* Open the statement file and write its run heading.              03820000
038300******************************************************************03830000
038400 150-OPEN-HISTRPT.                                                03840000
038500     OPEN OUTPUT HISTRPT-FILE.                                    03850000
038600     IF WS-HISTRPT-STATUS NOT = "00"                              03860000
038700         DISPLAY 'UNABLE TO OPEN HISTRPT, STATUS: '               03870000
038800             WS-HISTRPT-STATUS                                    03880000
038900         STOP RUN                                                 03890000
039000     END-IF.                                                      03900000
039100                                                                  03910000
039200     STRING WS-SYS-MM "/" WS-SYS-DD "/" WS-SYS-CCYY(3:2)          03920000
039300         DELIMITED BY SIZE INTO WS-RUN-DATE-ED.                   03930000
039400                                                                  03940000
039500     MOVE SPACES TO WS-HISTRPT-LINE.                              03950000
039600     STRING "UTIL2900 ACCOUNT HISTORY STATEMENTS" " "             03960000
039700         "RUN DATE: " WS-RUN-DATE-ED                              03970000
039800         DELIMITED BY SIZE INTO WS-HISTRPT-LINE.                  03980000
039900     MOVE WS-HISTRPT-LINE TO HISTRPT-REC.                         03990000
040000     WRITE HISTRPT-REC.                                           04000000
040100                                                                  04010000
040200     MOVE SPACES TO WS-HISTRPT-LINE.                              04020000
040300     MOVE WS-HISTRPT-LINE TO HISTRPT-REC.                         04030000
040400     WRITE HISTRPT-REC.                                           04040000
040500                                                                  04050000
040600******************************************************************04060000
040700* Take one account's entries off the sorted ledger. A             04070000
040800* requested account gets its statement; any other account's       04080000
040900* entries are just passed over.                                   04090000
041000******************************************************************04100000
041100 600-PROCESS-ACCOUNT.                                             04110000
041200     MOVE AL-ACCT-NUM TO WS-CUR-ACCT.                             04120000
041300     PERFORM 610-MATCH-REQUEST.                                   04130000
041400     IF WS-REQ-FOUND                                              04140000
041500         PERFORM 620-START-STATEMENT                              04150000
041600     END-IF.                                                      04160000
041700                                                                  04170000
041800     PERFORM UNTIL WS-EOF-ARLSRT                                  04180000
041900             OR AL-ACCT-NUM NOT = WS-CUR-ACCT                     04190000
042000         IF WS-REQ-FOUND                                          04200000
042100             PERFORM 630-STATEMENT-ENTRY                          04210000
042200         END-IF                                                   04220000
042300         PERFORM 710-READ-ARLSRT                                  04230000
042400     END-PERFORM.                                                 04240000
042500                                                                  04250000
042600     IF WS-REQ-FOUND                                              04260000
042700         PERFORM 640-END-STATEMENT                                04270000
042800     END-IF.                                                      04280000
042900                                                                  04290000
043000******************************************************************04300000
043100* Is WS-CUR-ACCT one of the requested accounts?                   04310000
043200******************************************************************04320000
043300 610-MATCH-REQUEST.                                               04330000
043400     MOVE "N" TO WS-REQ-FOUND-SW.                                 04340000
043500     SET WS-REQ-IDX TO 1.                                         04350000
043600     SEARCH WS-REQ-ENTRY                                          04360000
043700         AT END                                                   04370000
043800             CONTINUE                                             04380000
043900         WHEN WS-RQ-ACCT-NUM(WS-REQ-IDX) = WS-CUR-ACCT            04390000
044000             SET WS-REQ-FOUND TO TRUE                             04400000
044100     END-SEARCH.                                                  04410000
044200                                                                  04420000
044300******************************************************************04430000
044400* Write one statement's heading: the account, its customer        04440000
044500* (or a note that it is no longer on the master - a retired       04450000
044600* account's history still prints), the period, and the            04460000
044700* column headings.                                                04470000
044800******************************************************************04480000
044900 620-START-STATEMENT.                                             04490000
045000     MOVE "Y" TO WS-RQ-PRINTED-SW(WS-REQ-IDX).                    04500000
045100     MOVE WS-RQ-FROM-DATE(WS-REQ-IDX) TO WS-CUR-FROM-DATE.        04510000
045200     MOVE WS-RQ-THRU-DATE(WS-REQ-IDX) TO WS-CUR-THRU-DATE.        04520000
045300     MOVE 0 TO WS-FWD-BALANCE.                                    04530000
045400     MOVE 0 TO WS-END-BALANCE.                                    04540000
045500     MOVE 0 TO WS-ENTRY-COUNT.                                    04550000
045600     MOVE "N" TO WS-FWD-PRINTED-SW.                               04560000
045700     ADD 1 TO WS-STMT-COUNT.                                      04570000
045800                                                                  04580000
045900     MOVE "N" TO WS-CUST-FOUND-SW.                                04590000
046000     SET WS-CUST-IDX TO 1.                                        04600000
046100     SEARCH WS-CUST-ENTRY                                         04610000
046200         AT END                                                   04620000
046300             CONTINUE                                             04630000
046400         WHEN WS-CT-ACCT-NUM(WS-CUST-IDX) = WS-CUR-ACCT           04640000
046500             SET WS-CUST-FOUND TO TRUE                            04650000
046600     END-SEARCH.                                                  04660000
046700                                                                  04670000
046800     MOVE SPACES TO WS-HISTRPT-LINE.                              04680000
046900     MOVE "ACCOUNT:" TO WS-HISTRPT-LINE(1:8).                     04690000
047000     MOVE WS-CUR-ACCT TO WS-HISTRPT-LINE(10:6).                   04700000
047100     IF WS-CUST-FOUND                                             04710000
047200         MOVE WS-CT-CUST-NAME(WS-CUST-IDX)                        04720000
047300             TO WS-HISTRPT-LINE(18:12)                            04730000
047400         MOVE WS-CT-SVC-ADDR(WS-CUST-IDX)                         04740000
047500             TO WS-HISTRPT-LINE(32:25)                            04750000
047600     ELSE                                                         04760000
047700         MOVE "(NO LONGER ON CUSTMAST)"                           04770000
047800             TO WS-HISTRPT-LINE(18:23)                            04780000
047900     END-IF.                                                      04790000
048000     MOVE WS-HISTRPT-LINE TO HISTRPT-REC.                         04800000
048100     WRITE HISTRPT-REC.                                           04810000
048200                                                                  04820000
048300     MOVE SPACES TO WS-HISTRPT-LINE.                              04830000
048400     MOVE "PERIOD:" TO WS-HISTRPT-LINE(1:7).                      04840000
048500     IF WS-CUR-FROM-DATE = 0                                      04850000
048600         MOVE "FIRST ENTRY" TO WS-HISTRPT-LINE(10:11)             04860000
048700     ELSE                                                         04870000
048800         MOVE WS-CUR-FROM-DATE TO WS-DATE-IN                      04880000
048900         PERFORM 660-FORMAT-DATE                                  04890000
049000         MOVE WS-DATE-ED TO WS-HISTRPT-LINE(10:10)                04900000
049100     END-IF.                                                      04910000
049200     MOVE "THROUGH" TO WS-HISTRPT-LINE(22:7).                     04920000
049300     MOVE WS-CUR-THRU-DATE TO WS-DATE-IN.                         04930000
049400     PERFORM 660-FORMAT-DATE.                                     04940000
049500     MOVE WS-DATE-ED TO WS-HISTRPT-LINE(30:10).                   04950000
049600     MOVE WS-HISTRPT-LINE TO HISTRPT-REC.                         04960000
049700     WRITE HISTRPT-REC.                                           04970000
049800                                                                  04980000
049900     MOVE SPACES TO WS-HISTRPT-LINE.                              04990000
050000     MOVE WS-HISTRPT-LINE TO HISTRPT-REC.                         05000000
050100     WRITE HISTRPT-REC.                                           05010000
050200                                                                  05020000
050300     MOVE SPACES TO WS-HISTRPT-LINE.                              05030000
050400     STRING "DATE        TRANSACTION                   "          05040000
050500         "          AMOUNT        BALANCE       POSTED BY"        05050000
050600         DELIMITED BY SIZE INTO WS-HISTRPT-LINE.                  05060000
050700     MOVE WS-HISTRPT-LINE TO HISTRPT-REC.                         05070000
050800     WRITE HISTRPT-REC.                                           05080000
050900                                                                  05090000
051000******************************************************************05100000
051100* One ledger entry for the account being printed. Entries         05110000
051200* before the period only carry the balance forward; entries       05120000
051300* after it are left off.                                          05130000
051400******************************************************************05140000
051500 630-STATEMENT-ENTRY.                                             05150000
051600     IF AL-TRAN-DATE < WS-CUR-FROM-DATE                           05160000
051700         MOVE AL-RUN-BALANCE TO WS-FWD-BALANCE                    05170000
051800         MOVE AL-RUN-BALANCE TO WS-END-BALANCE                    05180000
051900     ELSE                                                         05190000
052000         IF AL-TRAN-DATE NOT > WS-CUR-THRU-DATE                   05200000
052100             IF NOT WS-FWD-PRINTED                                05210000
052200                 PERFORM 635-WRITE-FORWARD-LINE                   05220000
052300             END-IF                                               05230000
052400             PERFORM 670-DESCRIBE-TRAN                            05240000
052500             MOVE SPACES TO WS-HISTRPT-LINE                       05250000
052600             MOVE AL-TRAN-DATE TO WS-DATE-IN                      05260000
052700             PERFORM 660-FORMAT-DATE                              05270000
052800             MOVE WS-DATE-ED TO WS-HISTRPT-LINE(1:10)             05280000
052900             MOVE WS-TRAN-DESC TO WS-HISTRPT-LINE(13:30)          05290000
053000             MOVE AL-AMOUNT TO WS-SMONEY-ED                       05300000
053100             MOVE WS-SMONEY-ED TO WS-HISTRPT-LINE(45:14)          05310000
053200             MOVE AL-RUN-BALANCE TO WS-SMONEY-ED                  05320000
053300             MOVE WS-SMONEY-ED TO WS-HISTRPT-LINE(60:14)          05330000
053400             MOVE AL-PROGRAM TO WS-HISTRPT-LINE(77:8)             05340000
053500             MOVE WS-HISTRPT-LINE TO HISTRPT-REC                  05350000
053600             WRITE HISTRPT-REC                                    05360000
053700             MOVE AL-RUN-BALANCE TO WS-END-BALANCE                05370000
053800             ADD 1 TO WS-ENTRY-COUNT                              05380000
053900         END-IF                                                   05390000
054000     END-IF.                                                      05400000
054100                                                                  05410000
054200******************************************************************05420000
054300* The BALANCE FORWARD line: where the account stood when the      05430000
054400* period opened.                                                  05440000
054500******************************************************************05450000
054600 635-WRITE-FORWARD-LINE.                                          05460000
054700     MOVE SPACES TO WS-HISTRPT-LINE.                              05470000
054800     MOVE "BALANCE FORWARD" TO WS-HISTRPT-LINE(13:15).            05480000
054900     MOVE WS-FWD-BALANCE TO WS-SMONEY-ED.                         05490000
055000     MOVE WS-SMONEY-ED TO WS-HISTRPT-LINE(60:14).                 05500000
055100     MOVE WS-HISTRPT-LINE TO HISTRPT-REC.                         05510000
055200     WRITE HISTRPT-REC.                                           05520000
055300     SET WS-FWD-PRINTED TO TRUE.                                  05530000
055400                                                                  05540000
055500******************************************************************05550000
055600* Close one statement with its ending balance and entry           05560000
055700* count.                                                          05570000
055800******************************************************************05580000
055900 640-END-STATEMENT.                                               05590000
056000     IF NOT WS-FWD-PRINTED                                        05600000
056100         PERFORM 635-WRITE-FORWARD-LINE                           05610000
056200     END-IF.                                                      05620000
056300                                                                  05630000
056400     MOVE SPACES TO WS-HISTRPT-LINE.                              05640000
056500     MOVE "ENDING BALANCE" TO WS-HISTRPT-LINE(13:14).             05650000
056600     MOVE WS-END-BALANCE TO WS-SMONEY-ED.                         05660000
056700     MOVE WS-SMONEY-ED TO WS-HISTRPT-LINE(60:14).                 05670000
056800     MOVE WS-HISTRPT-LINE TO HISTRPT-REC.                         05680000
056900     WRITE HISTRPT-REC.                                           05690000
057000                                                                  05700000
057100     MOVE SPACES TO WS-HISTRPT-LINE.                              05710000
057200     MOVE WS-ENTRY-COUNT TO WS-COUNT-ED.                          05720000
057300     STRING "ENTRIES IN PERIOD: " WS-COUNT-ED                     05730000
057400         DELIMITED BY SIZE INTO WS-HISTRPT-LINE(13:25).           05740000
057500     MOVE WS-HISTRPT-LINE TO HISTRPT-REC.                         05750000
057600     WRITE HISTRPT-REC.                                           05760000
057700                                                                  05770000
057800     MOVE SPACES TO WS-HISTRPT-LINE.                              05780000
057900     MOVE WS-HISTRPT-LINE TO HISTRPT-REC.                         05790000
058000     WRITE HISTRPT-REC.                                           05800000
058100     WRITE HISTRPT-REC.                                           05810000
058200                                                                  05820000
058300******************************************************************05830000
058400* List every requested account the ledger has nothing for.        05840000
058500******************************************************************05850000
058600 650-LIST-NOT-FOUND.                                              05860000
058700     SET WS-REQ-IDX TO 1.                                         05870000
058800     PERFORM UNTIL WS-REQ-IDX > WS-REQ-COUNT                      05880000
058900         IF WS-RQ-PRINTED-SW(WS-REQ-IDX) = "N"                    05890000
059000             MOVE SPACES TO WS-HISTRPT-LINE                       05900000
059100             MOVE "ACCOUNT:" TO WS-HISTRPT-LINE(1:8)              05910000
059200             MOVE WS-RQ-ACCT-NUM(WS-REQ-IDX)                      05920000
059300                 TO WS-HISTRPT-LINE(10:6)                         05930000
059400             MOVE "NO LEDGER ENTRIES ON FILE"                     05940000
059500                 TO WS-HISTRPT-LINE(18:25)                        05950000
059600             MOVE WS-HISTRPT-LINE TO HISTRPT-REC                  05960000
059700             WRITE HISTRPT-REC                                    05970000
059800             ADD 1 TO WS-NOTFOUND-COUNT                           05980000
059900         END-IF                                                   05990000
060000         SET WS-REQ-IDX UP BY 1                                   06000000
060100     END-PERFORM.                                                 06010000
060200                                                                  06020000
060300******************************************************************06030000
060400* Edit the CCYYMMDD date in WS-DATE-IN as MM/DD/CCYY.             06040000
060500******************************************************************06050000
060600 660-FORMAT-DATE.                                                 06060000
060700     MOVE SPACES TO WS-DATE-ED.                                   06070000
060800     STRING WS-DATE-IN-MM "/" WS-DATE-IN-DD "/"                   06080000
060900         WS-DATE-IN-CCYY                                          06090000
061000         DELIMITED BY SIZE INTO WS-DATE-ED.                       06100000
061100                                                                  06110000
061200******************************************************************06120000
061300* Spell out the ledger transaction type for the statement.        06130000
061400******************************************************************06140000
061500 670-DESCRIBE-TRAN.                                               06150000
061600     EVALUATE AL-TRAN-TYPE                                        06160000
061700         WHEN "CHRG"                                              06170000
061800             MOVE "CURRENT CHARGES" TO WS-TRAN-DESC               06180000
061900         WHEN "LFEE"                                              06190000
062000             MOVE "LATE FEE" TO WS-TRAN-DESC                      06200000
062010         WHEN "RCON"                                              06201001
062020             MOVE "RECONNECT FEE" TO WS-TRAN-DESC                 06202001
062100         WHEN "CRED"                                              06210000
062200             MOVE "CREDIT APPLIED TO BILL" TO WS-TRAN-DESC        06220000
062300         WHEN "PYMT"                                              06230000
062400             MOVE "PAYMENT RECEIVED" TO WS-TRAN-DESC              06240000
062500         WHEN "DRFT"                                              06250000
062600             MOVE "RETURNED DRAFT" TO WS-TRAN-DESC                06260000
062700         WHEN "RCOV"                                              06270000
062800             MOVE "BAD DEBT RECOVERY" TO WS-TRAN-DESC             06280000
062900         WHEN "ADJM"                                              06290000
063000             MOVE "ADJUSTMENT - MISREAD CREDIT"                   06300000
063100                 TO WS-TRAN-DESC                                  06310000
063200         WHEN "ADJF"                                              06320000
063300             MOVE "ADJUSTMENT - FEE WAIVER" TO WS-TRAN-DESC       06330000
063400         WHEN "ADJL"                                              06340000
063500             MOVE "ADJUSTMENT - LATE FEE REVERSAL"                06350000
063600                 TO WS-TRAN-DESC                                  06360000
063700         WHEN "ADJD"                                              06370000
063800             MOVE "ADJUSTMENT - DEBIT CORRECTION"                 06380000
063900                 TO WS-TRAN-DESC                                  06390000
064000         WHEN "FINL"                                              06400000
064100             MOVE "FINAL BILL" TO WS-TRAN-DESC                    06410000
064200         WHEN "DEPA"                                              06420000
064300             MOVE "DEPOSIT APPLIED" TO WS-TRAN-DESC               06430000
064400         WHEN "RFND"                                              06440000
064500             MOVE "REFUND DUE" TO WS-TRAN-DESC                    06450000
064600         WHEN "WOFF"                                              06460000
064700             MOVE "BAD DEBT WRITE-OFF" TO WS-TRAN-DESC            06470000
064800         WHEN OTHER                                               06480000
064900             MOVE SPACES TO WS-TRAN-DESC                          06490000
065000             MOVE AL-TRAN-TYPE TO WS-TRAN-DESC(1:4)               06500000
065100     END-EVALUATE.                                                06510000
065200     IF AL-MEMO-SW = "M"                                          06520000
065300         MOVE "(MEMO)" TO WS-TRAN-DESC(25:6)                      06530000
065400     END-IF.                                                      06540000
065500                                                                  06550000
065600******************************************************************06560000
065700* Write the run trailer, close, and display run totals.           06570000
065800******************************************************************06580000
065900 800-CLOSE-WITH-TOTALS.                                           06590000
066000     MOVE SPACES TO WS-HISTRPT-LINE.                              06600000
066100     MOVE WS-STMT-COUNT TO WS-COUNT-ED.                           06610000
066200     STRING "STATEMENTS PRINTED: " WS-COUNT-ED                    06620000
066300         DELIMITED BY SIZE INTO WS-HISTRPT-LINE.                  06630000
066400     MOVE WS-NOTFOUND-COUNT TO WS-COUNT-ED.                       06640000
066500     STRING "     ACCOUNTS WITH NO ENTRIES: " WS-COUNT-ED         06650000
066600         DELIMITED BY SIZE INTO WS-HISTRPT-LINE(27:37).           06660000
066700     MOVE WS-HISTRPT-LINE TO HISTRPT-REC.                         06670000
066800     WRITE HISTRPT-REC.                                           06680000
066900                                                                  06690000
067000     CLOSE HISTRPT-FILE.                                          06700000
067100                                                                  06710000
067200     MOVE WS-STMT-COUNT TO WS-COUNT-ED.                           06720000
067300     DISPLAY 'STATEMENTS PRINTED : ' WS-COUNT-ED.                 06730000
067400     MOVE WS-NOTFOUND-COUNT TO WS-COUNT-ED.                       06740000
067500     DISPLAY 'NO LEDGER ENTRIES  : ' WS-COUNT-ED.                 06750000
067600                                                                  06760000
067700******************************************************************06770000
067800* Read one ARHISTRQ record; set WS-EOF-ARHISTRQ at end of file.   06780000
067900******************************************************************06790000
068000 700-READ-ARHISTRQ.                                               06800000
068100     READ ARHISTRQ-FILE                                           06810000
068200         AT END                                                   06820000
068300             MOVE "Y" TO WS-ARHISTRQ-EOF-SW                       06830000
068400         NOT AT END                                               06840000
068500             CONTINUE                                             06850000
068600     END-READ.                                                    06860000
068700                                                                  06870000
068800******************************************************************06880000
068900* Read one sorted ledger entry; set WS-EOF-ARLSRT at end of       06890000
069000* file.                                                           06900000
069100******************************************************************06910000
069200 710-READ-ARLSRT.                                                 06920000
069300     READ ARLSRT-FILE                                             06930000
069400         AT END                                                   06940000
069500             MOVE "Y" TO WS-ARLSRT-EOF-SW                         06950000
069600         NOT AT END                                               06960000
069700             CONTINUE                                             06970000
069800     END-READ.                                                    06980000
069900                                                                  06990000
070000******************************************************************07000000
070100* Read one CUSTMAST record; set WS-EOF-CUSTMAST at end of file.   07010000
070200******************************************************************07020000
070300 750-READ-CUSTMAST.                                               07030000
070400     READ CUSTMAST-FILE                                           07040000
070500         AT END                                                   07050000
070600             MOVE "Y" TO WS-CUSTMAST-EOF-SW                       07060000
070700         NOT AT END                                               07070000
070800             CONTINUE                                             07080000
070900     END-READ.                                                    07090000
