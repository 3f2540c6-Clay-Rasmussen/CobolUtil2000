000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. UTIL2980.                                            00020000
000300******************************************************************00030000
000400*  Programmer.: Clay Rasmussen                                    00040000
000500*  Date.......: October 15, 2026                                  00050000
000600*  GitHub URL.: github.com/Clay-Rasmussen/CobolUtil2000           00060000
000700*  Description: This COBOL program builds the day's general       00070000
000800*  ledger journal. It reads every GLEXPORT row the billing        00080000
000900*  (UTIL2000), deposit (UTIL2300), write-off (UTIL2700), and      00090000
001000*  adjustment (UTIL2800) runs wrote, every CASHGL row the         00100001
001100*  payment run (UTIL1500) wrote, and the ACCRGL rows the month-   00110001
001110*  end accrual (UTIL2500) dated for today - the accrual on the    00111001
001120*  last day of the month, its reversal on the first day of the    00112001
001130*  next; ACCRGL rows dated for another day are counted and        00113001
001140*  held for that day's journal. Each row posts its GL account     00114001
001200*  on the side GLMAP gave it and its offsetting account -         00120000
001300*  receivables or cash - on the other, so every row balances      00130000
001400*  on its own. The postings are summed by GL account and the      00140000
001500*  journal is written to GLJRNL as a header, one debit and/or     00150000
001600*  credit line per account, and a trailer carrying the line       00160000
001700*  count, debit and credit totals, and an account hash total.     00170000
001800*  A row that cannot be posted, or a journal whose debits do      00180000
001900*  not equal its credits, stops the journal: GLJRPT shows why,    00190000
002000*  GLJRNL is left empty so yesterday's file cannot be loaded      00200000
002100*  again by mistake, and the run ends with return code 16.        00210000
002200******************************************************************00220000
002300 ENVIRONMENT DIVISION.                                            00230000
002400 INPUT-OUTPUT SECTION.                                            00240000
002500 FILE-CONTROL.                                                    00250000
002600**************************************************************    00260000
002700* GLEXPORT - the GL rows from billing, deposits, write-offs,      00270000
002800* and adjustments                                                 00280000
002900**************************************************************    00290000
003000     SELECT GLEXPORT-FILE ASSIGN TO "GLEXPORT"                    00300000
003100         ORGANIZATION IS LINE SEQUENTIAL                          00310000
003200         FILE STATUS IS WS-GLEXPORT-STATUS.                       00320000
003300                                                                  00330000
003400**************************************************************    00340000
003500* CASHGL - the GL rows from the payment run                       00350000
003600**************************************************************    00360000
003700     SELECT CASHGL-FILE ASSIGN TO "CASHGL"                        00370000
003800         ORGANIZATION IS LINE SEQUENTIAL                          00380000
003900         FILE STATUS IS WS-CASHGL-STATUS.                         00390000
004000                                                                  00400000
004100**************************************************************    00410000
004110* ACCRGL - the month-end accrual and its reversal, each dated     00411001
004120* for the day it is to be journaled                               00412001
004130**************************************************************    00413001
004140     SELECT ACCRGL-FILE ASSIGN TO "ACCRGL"                        00414001
004150         ORGANIZATION IS LINE SEQUENTIAL                          00415001
004160         FILE STATUS IS WS-ACCRGL-STATUS.                         00416001
004170                                                                  00417001
004180**************************************************************    00418001
004200* GLJRNL - the balanced journal handed to the general ledger      00420000
004300**************************************************************    00430000
004400     SELECT GLJRNL-FILE ASSIGN TO "GLJRNL"                        00440000
004500         ORGANIZATION IS LINE SEQUENTIAL                          00450000
004600         FILE STATUS IS WS-GLJRNL-STATUS.                         00460000
004700                                                                  00470000
004800**************************************************************    00480000
004900* GLJRPT - the journal listing, exceptions, and proof             00490000
005000**************************************************************    00500000
005100     SELECT GLJRPT-FILE ASSIGN TO "GLJRPT"                        00510000
005200         ORGANIZATION IS LINE SEQUENTIAL                          00520000
005300         FILE STATUS IS WS-GLJRPT-STATUS.                         00530000
005400                                                                  00540000
005500 DATA DIVISION.                                                   00550000
005600 FILE SECTION.                                                    00560000
005700**************************************************************    00570000
005800* GLEXPORT RECORD - must stay in step with the layout UTIL2000    00580000
005900* writes in 475-WRITE-GL-ROW                                      00590000
006000**************************************************************    00600000
006100 FD  GLEXPORT-FILE.                                               00610000
006200 01  GLEXPORT-REC             PIC X(37).                          00620000
006300                                                                  00630000
006400**************************************************************    00640000
006500* CASHGL RECORD - the same layout, written by UTIL1500 in         00650000
006600* 675-WRITE-CASH-GL                                               00660000
006700**************************************************************    00670000
006800 FD  CASHGL-FILE.                                                 00680000
006900 01  CASHGL-REC               PIC X(37).                          00690000
006910                                                                  00691001
006920**************************************************************    00692001
006930* ACCRGL RECORD - the same layout, written by UTIL2500            00693001
006940**************************************************************    00694001
006950 FD  ACCRGL-FILE.                                                 00695001
006960 01  ACCRGL-REC               PIC X(37).                          00696001
007000                                                                  00700000
007100**************************************************************    00710000
007200* GLJRNL RECORD - H header, D detail, T trailer. Every record     00720000
007300* carries the journal date after its record type.                 00730000
007400**************************************************************    00740000
007500 FD  GLJRNL-FILE.                                                 00750000
007600 01  GLJRNL-REC.                                                  00760000
007700     05  JR-REC-TYPE          PIC X(1).                           00770000
007800     05  JR-JOURNAL-DATE      PIC 9(8).                           00780000
007900     05  FILLER               PIC X(71).                          00790000
008000 01  JH-HEADER-REC.                                               00800000
008100     05  FILLER               PIC X(1).                           00810000
008200     05  FILLER               PIC X(8).                           00820000
008300     05  JH-SOURCE            PIC X(8).                           00830000
008400     05  JH-DESCRIPTION       PIC X(30).                          00840000
008500     05  FILLER               PIC X(33).                          00850000
008600 01  JD-DETAIL-REC.                                               00860000
008700     05  FILLER               PIC X(1).                           00870000
008800     05  FILLER               PIC X(8).                           00880000
008900     05  JD-GL-ACCOUNT        PIC X(4).                           00890000
009000     05  JD-DR-CR             PIC X(1).                           00900000
009100     05  JD-AMOUNT            PIC 9(11)V99.                       00910000
009200     05  FILLER               PIC X(53).                          00920000
009300 01  JT-TRAILER-REC.                                              00930000
009400     05  FILLER               PIC X(1).                           00940000
009500     05  FILLER               PIC X(8).                           00950000
009600     05  JT-LINE-COUNT        PIC 9(7).                           00960000
009700     05  JT-DEBIT-TOTAL       PIC 9(11)V99.                       00970000
009800     05  JT-CREDIT-TOTAL      PIC 9(11)V99.                       00980000
009900     05  JT-ACCOUNT-HASH      PIC 9(11).                          00990000
010000     05  FILLER               PIC X(27).                          01000000
010100                                                                  01010000
010200**************************************************************    01020000
010300* GLJRPT RECORD - one print line of the journal report            01030000
010400**************************************************************    01040000
010500 FD  GLJRPT-FILE.                                                 01050000
010600 01  GLJRPT-REC               PIC X(132).                         01060000
010700                                                                  01070000
010800 WORKING-STORAGE SECTION.                                         01080000
010900                                                                  01090000
011000******************************************************************01100000
011100* GL ROW - the GLEXPORT, CASHGL, or ACCRGL row being posted,      01110002
011200* read into one view so all three files post through the same     01120002
011210* paragraphs. An ACCRGL row not dated today is held, not posted.  01121002
011300******************************************************************01130000
011400 01  WS-GL-ROW.                                                   01140000
011500     05  WS-GR-ACCT-NUM       PIC X(6).                           01150000
011600     05  WS-GR-GL-ACCOUNT     PIC X(4).                           01160000
011700     05  WS-GR-AMOUNT         PIC S9(8)V99.                       01170000
011800     05  WS-GR-TRAN-TYPE      PIC X(4).                           01180000
011900     05  WS-GR-DR-CR          PIC X(1).                           01190000
012000     05  WS-GR-OFFSET-CODE    PIC X(4).                           01200000
012100     05  WS-GR-POST-DATE      PIC 9(8).                           01210000
012200 01  WS-GR-SOURCE             PIC X(8)     VALUE SPACES.          01220000
012300 01  WS-EXCEPTION-REASON      PIC X(30)    VALUE SPACES.          01230000
012400                                                                  01240000
012500******************************************************************01250000
012600* POSTING WORK FIELDS - the two sides one row posts to and the    01260000
012700* unsigned amount it posts. A negative row reverses its sides.    01270000
012800******************************************************************01280000
012900 01  WS-DEBIT-ACCOUNT         PIC X(4)     VALUE SPACES.          01290000
013000 01  WS-CREDIT-ACCOUNT        PIC X(4)     VALUE SPACES.          01300000
013100 01  WS-POST-ACCOUNT          PIC X(4)     VALUE SPACES.          01310000
013200 01  WS-POST-SIDE             PIC X(1)     VALUE SPACE.           01320000
013300 01  WS-POST-AMT              PIC 9(9)V99  VALUE 0.               01330000
013400 01  WS-HASH-ACCOUNT          PIC X(4)     VALUE SPACES.          01340000
013500 01  WS-HASH-ACCOUNT-N REDEFINES WS-HASH-ACCOUNT                  01350000
013600                              PIC 9(4).                           01360000
013700                                                                  01370000
013800******************************************************************01380000
013900* GL ACCOUNT TABLE - the day's debits and credits by GL           01390000
014000* account, one journal line per account per side.                 01400000
014100******************************************************************01410000
014200 01  WS-ACCT-TABLE.                                               01420000
014300     05  WS-ACCT-ENTRY OCCURS 200 TIMES                           01430000
014400             INDEXED BY WS-ACCT-IDX.                              01440000
014500         10  WS-AT-GL-ACCOUNT     PIC X(4)      VALUE SPACES.     01450000
014600         10  WS-AT-DEBIT          PIC 9(11)V99  VALUE 0.          01460000
014700         10  WS-AT-CREDIT         PIC 9(11)V99  VALUE 0.          01470000
014800 01  WS-ACCT-COUNT            PIC 9(3)     VALUE 0.               01480000
014900 01  WS-ACCT-FOUND-SW         PIC X(1)     VALUE "N".             01490000
015000     88  WS-ACCT-FOUND                     VALUE "Y".             01500000
015100                                                                  01510000
015200******************************************************************01520000
015300* TRANSACTION TYPE TABLE - rows and net amount by GLEXPORT        01530000
015400* transaction type, for the report's source summary.              01540000
015500******************************************************************01550000
015600 01  WS-TYPE-TABLE.                                               01560000
015700     05  WS-TYPE-ENTRY OCCURS 50 TIMES                            01570000
015800             INDEXED BY WS-TYPE-IDX.                              01580000
015900         10  WS-TT-TRAN-TYPE      PIC X(4)      VALUE SPACES.     01590000
016000         10  WS-TT-COUNT          PIC 9(7)      VALUE 0.          01600000
016100         10  WS-TT-AMOUNT         PIC S9(11)V99 VALUE 0.          01610000
016200 01  WS-TYPE-COUNT            PIC 9(3)     VALUE 0.               01620000
016300 01  WS-TYPE-FOUND-SW         PIC X(1)     VALUE "N".             01630000
016400     88  WS-TYPE-FOUND                     VALUE "Y".             01640000
016500                                                                  01650000
016600******************************************************************01660000
016700* FILE STATUS / END-OF-FILE SWITCHES                              01670000
016800******************************************************************01680000
016900 01  WS-GLEXPORT-STATUS       PIC X(2)     VALUE "00".            01690000
017000 01  WS-CASHGL-STATUS         PIC X(2)     VALUE "00".            01700000
017010 01  WS-ACCRGL-STATUS         PIC X(2)     VALUE "00".            01701001
017100 01  WS-GLJRNL-STATUS         PIC X(2)     VALUE "00".            01710000
017200 01  WS-GLJRPT-STATUS         PIC X(2)     VALUE "00".            01720000
017300 01  WS-GLEXPORT-EOF-SW       PIC X(1)     VALUE "N".             01730000
017400     88  WS-EOF-GLEXPORT                   VALUE "Y".             01740000
017500 01  WS-CASHGL-EOF-SW         PIC X(1)     VALUE "N".             01750000
017600     88  WS-EOF-CASHGL                     VALUE "Y".             01760000
017610 01  WS-ACCRGL-EOF-SW         PIC X(1)     VALUE "N".             01761001
017620     88  WS-EOF-ACCRGL                     VALUE "Y".             01762001
017700                                                                  01770000
017800******************************************************************01780000
017900* RUN COUNTERS AND TOTALS                                         01790000
018000******************************************************************01800000
018100 01  WS-ROWS-READ             PIC 9(7)     VALUE 0.               01810000
018200 01  WS-ROWS-POSTED           PIC 9(7)     VALUE 0.               01820000
018300 01  WS-ROWS-ZERO             PIC 9(7)     VALUE 0.               01830000
018310 01  WS-ROWS-HELD             PIC 9(7)     VALUE 0.               01831001
018400 01  WS-EXCEPTION-COUNT       PIC 9(7)     VALUE 0.               01840000
018500 01  WS-LINE-COUNT            PIC 9(7)     VALUE 0.               01850000
018600 01  WS-TOTAL-DEBIT           PIC 9(11)V99 VALUE 0.               01860000
018700 01  WS-TOTAL-CREDIT          PIC 9(11)V99 VALUE 0.               01870000
018800 01  WS-JOURNAL-DIFF          PIC S9(11)V99 VALUE 0.              01880000
018900 01  WS-ACCOUNT-HASH          PIC 9(11)    VALUE 0.               01890000
019000                                                                  01900000
019100******************************************************************01910000
019200* REPORT WORK AREAS                                               01920000
019300******************************************************************01930000
019400 01  WS-GLJRPT-LINE           PIC X(132)   VALUE SPACES.          01940000
019500 01  WS-SYS-DATE8             PIC 9(8)     VALUE 0.               01950000
019600 01  WS-SYS-DATE-R REDEFINES WS-SYS-DATE8.                        01960000
019700     05  WS-SYS-CCYY          PIC 9(4).                           01970000
019800     05  WS-SYS-MM            PIC 99.                             01980000
019900     05  WS-SYS-DD            PIC 99.                             01990000
020000 01  WS-RUN-DATE-ED           PIC X(8)     VALUE SPACES.          02000000
020100                                                                  02010000
020200******************************************************************02020000
020300* EDITED FIELDS FOR DISPLAY                                       02030000
020400******************************************************************02040000
020500 01  WS-SMONEY-ED             PIC -$$,$$$,$$9.99.                 02050000
020600 01  WS-TOTAL-ED              PIC $$$,$$$,$$$,$$9.99.             02060000
020700 01  WS-STOTAL-ED             PIC -$$$,$$$,$$$,$$9.99.            02070000
020800 01  WS-COUNT-ED              PIC Z,ZZZ,ZZ9.                      02080000
020900                                                                  02090000
021000******************************************************************02100000
021100* IT'S GO TIME!                                                   02110000
021200******************************************************************02120000
021300 PROCEDURE DIVISION.                                              02130000
021400                                                                  02140000
021500******************************************************************02150000
021600* MAINLINE - POST EVERY GLEXPORT AND CASHGL ROW AND EVERY ACCRGL  02160002
021700* ROW DATED TODAY (ONE DATED FOR ANOTHER DAY IS COUNTED AND HELD  02170002
021800* FOR THAT DAY'S RUN), PROVE THE DAY'S DEBITS AGAINST ITS         02180002
021810* CREDITS, AND WRITE THE JOURNAL ONLY WHEN IT BALANCES            02181002
021900******************************************************************02190000
022000 000-MAIN.                                                        02200000
022100     DISPLAY '*********************************************'.     02210000
022200     DISPLAY '*** UTIL2980 - DAILY GL JOURNAL            ***'.    02220000
022300     DISPLAY '*********************************************'.     02230000
022400     DISPLAY ' '.                                                 02240000
022500                                                                  02250000
022600     ACCEPT WS-SYS-DATE8 FROM DATE YYYYMMDD.                      02260000
022700     PERFORM 100-OPEN-FILES.                                      02270000
022800                                                                  02280000
022900     MOVE "GLEXPORT" TO WS-GR-SOURCE.                             02290000
023000     PERFORM 710-READ-GLEXPORT.                                   02300000
023100     PERFORM UNTIL WS-EOF-GLEXPORT                                02310000
023200         PERFORM 600-POST-GL-ROW                                  02320000
023300         PERFORM 710-READ-GLEXPORT                                02330000
023400     END-PERFORM.                                                 02340000
023500                                                                  02350000
023600     MOVE "CASHGL" TO WS-GR-SOURCE.                               02360000
023700     PERFORM 720-READ-CASHGL.                                     02370000
023800     PERFORM UNTIL WS-EOF-CASHGL                                  02380000
023900         PERFORM 600-POST-GL-ROW                                  02390000
024000         PERFORM 720-READ-CASHGL                                  02400000
024100     END-PERFORM.                                                 02410000
024200                                                                  02420000
024205     MOVE "ACCRGL" TO WS-GR-SOURCE.                               02420501
024210     PERFORM 730-READ-ACCRGL.                                     02421001
024215     PERFORM UNTIL WS-EOF-ACCRGL                                  02421501
024220         IF WS-GR-POST-DATE = WS-SYS-DATE8                        02422001
024225             PERFORM 600-POST-GL-ROW                              02422501
024230         ELSE                                                     02423001
024235             ADD 1 TO WS-ROWS-HELD                                02423501
024240         END-IF                                                   02424001
024245         PERFORM 730-READ-ACCRGL                                  02424501
024250     END-PERFORM.                                                 02425001
024255                                                                  02425501
024300     PERFORM 400-WRITE-TYPE-SUMMARY.                              02430000
024400     PERFORM 450-WRITE-ACCOUNT-SUMMARY.                           02440000
024500                                                                  02450000
024600     COMPUTE WS-JOURNAL-DIFF = WS-TOTAL-DEBIT - WS-TOTAL-CREDIT.  02460000
024700     IF WS-JOURNAL-DIFF = 0 AND WS-EXCEPTION-COUNT = 0            02470000
024800         PERFORM 500-WRITE-JOURNAL                                02480000
024900     END-IF.                                                      02490000
025000                                                                  02500000
025100     PERFORM 800-CLOSE-WITH-TOTALS.                               02510000
025200     STOP RUN.                                                    02520000
025300                                                                  02530000
025400******************************************************************02540000
025500* Open the GL feeds and the report. A feed that is not there      02550001
025600* means that run posted nothing today and is read as empty.       02560000
025700* GLJRNL is opened later, once the journal is known to balance.   02570000
025800******************************************************************02580000
025900 100-OPEN-FILES.                                                  02590000
026000     OPEN INPUT GLEXPORT-FILE.                                    02600000
026100     IF WS-GLEXPORT-STATUS = "35"                                 02610000
026200         DISPLAY 'NO GLEXPORT FOUND, NO BILLING ROWS TODAY'       02620000
026300         MOVE "Y" TO WS-GLEXPORT-EOF-SW                           02630000
026400     ELSE                                                         02640000
026500         IF WS-GLEXPORT-STATUS NOT = "00"                         02650000
026600             DISPLAY 'UNABLE TO OPEN GLEXPORT, STATUS: '          02660000
026700                 WS-GLEXPORT-STATUS                               02670000
026800             STOP RUN                                             02680000
026900         END-IF                                                   02690000
027000     END-IF.                                                      02700000
027100                                                                  02710000
027200     OPEN INPUT CASHGL-FILE.                                      02720000
027300     IF WS-CASHGL-STATUS = "35"                                   02730000
027400         DISPLAY 'NO CASHGL FOUND, NO PAYMENT ROWS TODAY'         02740000
027500         MOVE "Y" TO WS-CASHGL-EOF-SW                             02750000
027600     ELSE                                                         02760000
027700         IF WS-CASHGL-STATUS NOT = "00"                           02770000
027800             DISPLAY 'UNABLE TO OPEN CASHGL, STATUS: '            02780000
027900                 WS-CASHGL-STATUS                                 02790000
027905             STOP RUN                                             02790501
027910         END-IF                                                   02791001
027915     END-IF.                                                      02791501
027920                                                                  02792001
027925     OPEN INPUT ACCRGL-FILE.                                      02792501
027930     IF WS-ACCRGL-STATUS = "35"                                   02793001
027935         MOVE "Y" TO WS-ACCRGL-EOF-SW                             02793501
027940     ELSE                                                         02794001
027945         IF WS-ACCRGL-STATUS NOT = "00"                           02794501
027950             DISPLAY 'UNABLE TO OPEN ACCRGL, STATUS: '            02795001
027955                 WS-ACCRGL-STATUS                                 02795501
028000             STOP RUN                                             02800000
028100         END-IF                                                   02810000
028200     END-IF.                                                      02820000
028300                                                                  02830000
028400     OPEN OUTPUT GLJRPT-FILE.                                     02840000
028500     IF WS-GLJRPT-STATUS NOT = "00"                               02850000
028600         DISPLAY 'UNABLE TO OPEN GLJRPT, STATUS: '                02860000
028700             WS-GLJRPT-STATUS                                     02870000
028800         STOP RUN                                                 02880000
028900     END-IF.                                                      02890000
029000                                                                  02900000
029100     STRING WS-SYS-MM "/" WS-SYS-DD "/" WS-SYS-CCYY(3:2)          02910000
029200         DELIMITED BY SIZE INTO WS-RUN-DATE-ED.                   02920000
029300                                                                  02930000
029400     MOVE SPACES TO WS-GLJRPT-LINE.                               02940000
029500     STRING "UTIL2980 DAILY GL JOURNAL" " "                       02950000
029600         "RUN DATE: " WS-RUN-DATE-ED                              02960000
029700         DELIMITED BY SIZE INTO WS-GLJRPT-LINE.                   02970000
029800     MOVE WS-GLJRPT-LINE TO GLJRPT-REC.                           02980000
029900     WRITE GLJRPT-REC.                                            02990000
030000                                                                  03000000
030100     MOVE SPACES TO WS-GLJRPT-LINE.                               03010000
030200     MOVE WS-GLJRPT-LINE TO GLJRPT-REC.                           03020000
030300     WRITE GLJRPT-REC.                                            03030000
030400                                                                  03040000
030500******************************************************************03050000
030600* Print the source summary: rows and net amount by transaction    03060000
030700* type, as the feeding runs wrote them.                           03070000
030800******************************************************************03080000
030900 400-WRITE-TYPE-SUMMARY.                                          03090000
031000     MOVE SPACES TO WS-GLJRPT-LINE.                               03100000
031100     MOVE WS-GLJRPT-LINE TO GLJRPT-REC.                           03110000
031200     WRITE GLJRPT-REC.                                            03120000
031300                                                                  03130000
031400     MOVE SPACES TO WS-GLJRPT-LINE.                               03140000
031500     STRING "TYPE        ROWS      NET AMOUNT"                    03150000
031600         DELIMITED BY SIZE INTO WS-GLJRPT-LINE.                   03160000
031700     MOVE WS-GLJRPT-LINE TO GLJRPT-REC.                           03170000
031800     WRITE GLJRPT-REC.                                            03180000
031900                                                                  03190000
032000     PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1                      03200000
032100             UNTIL WS-TYPE-IDX > WS-TYPE-COUNT                    03210000
032200         MOVE SPACES TO WS-GLJRPT-LINE                            03220000
032300         MOVE WS-TT-TRAN-TYPE(WS-TYPE-IDX)                        03230000
032400             TO WS-GLJRPT-LINE(1:4)                               03240000
032500         MOVE WS-TT-COUNT(WS-TYPE-IDX) TO WS-COUNT-ED             03250000
032600         MOVE WS-COUNT-ED TO WS-GLJRPT-LINE(6:9)                  03260000
032700         MOVE WS-TT-AMOUNT(WS-TYPE-IDX) TO WS-SMONEY-ED           03270000
032800         MOVE WS-SMONEY-ED TO WS-GLJRPT-LINE(17:14)               03280000
032900         MOVE WS-GLJRPT-LINE TO GLJRPT-REC                        03290000
033000         WRITE GLJRPT-REC                                         03300000
033100     END-PERFORM.                                                 03310000
033200                                                                  03320000
033300******************************************************************03330000
033400* Print the journal itself: each GL account with its debit        03340000
033500* and credit totals for the day.                                  03350000
033600******************************************************************03360000
033700 450-WRITE-ACCOUNT-SUMMARY.                                       03370000
033800     MOVE SPACES TO WS-GLJRPT-LINE.                               03380000
033900     MOVE WS-GLJRPT-LINE TO GLJRPT-REC.                           03390000
034000     WRITE GLJRPT-REC.                                            03400000
034100                                                                  03410000
034200     MOVE SPACES TO WS-GLJRPT-LINE.                               03420000
034300     STRING "GL ACCT              DEBITS             CREDITS"     03430000
034400         DELIMITED BY SIZE INTO WS-GLJRPT-LINE.                   03440000
034500     MOVE WS-GLJRPT-LINE TO GLJRPT-REC.                           03450000
034600     WRITE GLJRPT-REC.                                            03460000
034700                                                                  03470000
034800     PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1                      03480000
034900             UNTIL WS-ACCT-IDX > WS-ACCT-COUNT                    03490000
035000         MOVE SPACES TO WS-GLJRPT-LINE                            03500000
035100         MOVE WS-AT-GL-ACCOUNT(WS-ACCT-IDX)                       03510000
035200             TO WS-GLJRPT-LINE(1:4)                               03520000
035300         MOVE WS-AT-DEBIT(WS-ACCT-IDX) TO WS-TOTAL-ED             03530000
035400         MOVE WS-TOTAL-ED TO WS-GLJRPT-LINE(9:18)                 03540000
035500         MOVE WS-AT-CREDIT(WS-ACCT-IDX) TO WS-TOTAL-ED            03550000
035600         MOVE WS-TOTAL-ED TO WS-GLJRPT-LINE(29:18)                03560000
035700         MOVE WS-GLJRPT-LINE TO GLJRPT-REC                        03570000
035800         WRITE GLJRPT-REC                                         03580000
035900     END-PERFORM.                                                 03590000
036000                                                                  03600000
036100     MOVE SPACES TO WS-GLJRPT-LINE.                               03610000
036200     MOVE "TOTALS" TO WS-GLJRPT-LINE(1:6).                        03620000
036300     MOVE WS-TOTAL-DEBIT TO WS-TOTAL-ED.                          03630000
036400     MOVE WS-TOTAL-ED TO WS-GLJRPT-LINE(9:18).                    03640000
036500     MOVE WS-TOTAL-CREDIT TO WS-TOTAL-ED.                         03650000
036600     MOVE WS-TOTAL-ED TO WS-GLJRPT-LINE(29:18).                   03660000
036700     MOVE WS-GLJRPT-LINE TO GLJRPT-REC.                           03670000
036800     WRITE GLJRPT-REC.                                            03680000
036900                                                                  03690000
037000******************************************************************03700000
037100* Write GLJRNL: the header, a debit line and/or a credit line     03710000
037200* for every GL account with postings on that side, and the        03720000
037300* trailer with the line count, side totals, and the hash of       03730000
037400* the numeric GL accounts on the detail lines.                    03740000
037500******************************************************************03750000
037600 500-WRITE-JOURNAL.                                               03760000
037700     OPEN OUTPUT GLJRNL-FILE.                                     03770000
037800     IF WS-GLJRNL-STATUS NOT = "00"                               03780000
037900         DISPLAY 'UNABLE TO OPEN GLJRNL, STATUS: '                03790000
038000             WS-GLJRNL-STATUS                                     03800000
038100         STOP RUN                                                 03810000
038200     END-IF.                                                      03820000
038300                                                                  03830000
038400     MOVE SPACES TO GLJRNL-REC.                                   03840000
038500     MOVE "H" TO JR-REC-TYPE.                                     03850000
038600     MOVE WS-SYS-DATE8 TO JR-JOURNAL-DATE.                        03860000
038700     MOVE "UTIL2980" TO JH-SOURCE.                                03870000
038800     MOVE "UTILITY BILLING DAILY JOURNAL" TO JH-DESCRIPTION.      03880000
038900     WRITE GLJRNL-REC.                                            03890000
039000                                                                  03900000
039100     PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1                      03910000
039200             UNTIL WS-ACCT-IDX > WS-ACCT-COUNT                    03920000
039300         IF WS-AT-DEBIT(WS-ACCT-IDX) > 0                          03930000
039400             MOVE "D" TO WS-POST-SIDE                             03940000
039500             PERFORM 510-WRITE-JOURNAL-LINE                       03950000
039600         END-IF                                                   03960000
039700         IF WS-AT-CREDIT(WS-ACCT-IDX) > 0                         03970000
039800             MOVE "C" TO WS-POST-SIDE                             03980000
039900             PERFORM 510-WRITE-JOURNAL-LINE                       03990000
040000         END-IF                                                   04000000
040100     END-PERFORM.                                                 04010000
040200                                                                  04020000
040300     MOVE SPACES TO GLJRNL-REC.                                   04030000
040400     MOVE "T" TO JR-REC-TYPE.                                     04040000
040500     MOVE WS-SYS-DATE8 TO JR-JOURNAL-DATE.                        04050000
040600     MOVE WS-LINE-COUNT TO JT-LINE-COUNT.                         04060000
040700     MOVE WS-TOTAL-DEBIT TO JT-DEBIT-TOTAL.                       04070000
040800     MOVE WS-TOTAL-CREDIT TO JT-CREDIT-TOTAL.                     04080000
040900     MOVE WS-ACCOUNT-HASH TO JT-ACCOUNT-HASH.                     04090000
041000     WRITE GLJRNL-REC.                                            04100000
041100                                                                  04110000
041200     CLOSE GLJRNL-FILE.                                           04120000
041300                                                                  04130000
041400******************************************************************04140000
041500* Write one journal detail line for the current account on        04150000
041600* WS-POST-SIDE and add it to the line count and account hash.     04160000
041700******************************************************************04170000
041800 510-WRITE-JOURNAL-LINE.                                          04180000
041900     MOVE SPACES TO GLJRNL-REC.                                   04190000
042000     MOVE "D" TO JR-REC-TYPE.                                     04200000
042100     MOVE WS-SYS-DATE8 TO JR-JOURNAL-DATE.                        04210000
042200     MOVE WS-AT-GL-ACCOUNT(WS-ACCT-IDX) TO JD-GL-ACCOUNT.         04220000
042300     MOVE WS-POST-SIDE TO JD-DR-CR.                               04230000
042400     IF WS-POST-SIDE = "D"                                        04240000
042500         MOVE WS-AT-DEBIT(WS-ACCT-IDX) TO JD-AMOUNT               04250000
042600     ELSE                                                         04260000
042700         MOVE WS-AT-CREDIT(WS-ACCT-IDX) TO JD-AMOUNT              04270000
042800     END-IF.                                                      04280000
042900     WRITE GLJRNL-REC.                                            04290000
043000                                                                  04300000
043100     ADD 1 TO WS-LINE-COUNT.                                      04310000
043200     MOVE WS-AT-GL-ACCOUNT(WS-ACCT-IDX) TO WS-HASH-ACCOUNT.       04320000
043300     IF WS-HASH-ACCOUNT-N NUMERIC                                 04330000
043400         ADD WS-HASH-ACCOUNT-N TO WS-ACCOUNT-HASH                 04340000
043500     END-IF.                                                      04350000
043600                                                                  04360000
043700******************************************************************04370000
043800* Post one GL row. A row whose amount is not numeric, whose       04380000
043900* side is not D or C, or that is missing either account is an     04390000
044000* exception and is not posted; a zero row is counted and          04400000
044100* skipped. Otherwise the GL account goes on the row's side and    04410000
044200* the offset on the other, both reversed for a negative row.      04420000
044300******************************************************************04430000
044400 600-POST-GL-ROW.                                                 04440000
044500     ADD 1 TO WS-ROWS-READ.                                       04450000
044600     MOVE SPACES TO WS-EXCEPTION-REASON.                          04460000
044700                                                                  04470000
044800     EVALUATE TRUE                                                04480000
044900         WHEN WS-GR-AMOUNT NOT NUMERIC                            04490000
045000             MOVE "AMOUNT NOT NUMERIC" TO WS-EXCEPTION-REASON     04500000
045100         WHEN WS-GR-AMOUNT = 0                                    04510000
045200             ADD 1 TO WS-ROWS-ZERO                                04520000
045300         WHEN WS-GR-DR-CR NOT = "D" AND WS-GR-DR-CR NOT = "C"     04530000
045400             MOVE "NO DEBIT/CREDIT SIDE" TO WS-EXCEPTION-REASON   04540000
045500         WHEN WS-GR-GL-ACCOUNT = SPACES                           04550000
045600             MOVE "NO GL ACCOUNT" TO WS-EXCEPTION-REASON          04560000
045700         WHEN WS-GR-OFFSET-CODE = SPACES                          04570000
045800             MOVE "NO OFFSET ACCOUNT" TO WS-EXCEPTION-REASON      04580000
045900         WHEN OTHER                                               04590000
046000             PERFORM 610-POST-BOTH-SIDES                          04600000
046100     END-EVALUATE.                                                04610000
046200                                                                  04620000
046300     IF WS-EXCEPTION-REASON NOT = SPACES                          04630000
046400         PERFORM 650-WRITE-EXCEPTION                              04640000
046500     END-IF.                                                      04650000
046600                                                                  04660000
046700******************************************************************04670000
046800* Post a valid row's debit and credit and count it under its      04680000
046900* transaction type.                                               04690000
047000******************************************************************04700000
047100 610-POST-BOTH-SIDES.                                             04710000
047200     IF WS-GR-DR-CR = "D"                                         04720000
047300         MOVE WS-GR-GL-ACCOUNT  TO WS-DEBIT-ACCOUNT               04730000
047400         MOVE WS-GR-OFFSET-CODE TO WS-CREDIT-ACCOUNT              04740000
047500     ELSE                                                         04750000
047600         MOVE WS-GR-OFFSET-CODE TO WS-DEBIT-ACCOUNT               04760000
047700         MOVE WS-GR-GL-ACCOUNT  TO WS-CREDIT-ACCOUNT              04770000
047800     END-IF.                                                      04780000
047900                                                                  04790000
048000     IF WS-GR-AMOUNT < 0                                          04800000
048100         COMPUTE WS-POST-AMT = 0 - WS-GR-AMOUNT                   04810000
048200         MOVE WS-DEBIT-ACCOUNT  TO WS-POST-ACCOUNT                04820000
048300         MOVE WS-CREDIT-ACCOUNT TO WS-DEBIT-ACCOUNT               04830000
048400         MOVE WS-POST-ACCOUNT   TO WS-CREDIT-ACCOUNT              04840000
048500     ELSE                                                         04850000
048600         MOVE WS-GR-AMOUNT TO WS-POST-AMT                         04860000
048700     END-IF.                                                      04870000
048800                                                                  04880000
048900     MOVE WS-DEBIT-ACCOUNT TO WS-POST-ACCOUNT.                    04890000
049000     PERFORM 620-FIND-GL-ACCOUNT.                                 04900000
049100     ADD WS-POST-AMT TO WS-AT-DEBIT(WS-ACCT-IDX).                 04910000
049200     ADD WS-POST-AMT TO WS-TOTAL-DEBIT.                           04920000
049300                                                                  04930000
049400     MOVE WS-CREDIT-ACCOUNT TO WS-POST-ACCOUNT.                   04940000
049500     PERFORM 620-FIND-GL-ACCOUNT.                                 04950000
049600     ADD WS-POST-AMT TO WS-AT-CREDIT(WS-ACCT-IDX).                04960000
049700     ADD WS-POST-AMT TO WS-TOTAL-CREDIT.                          04970000
049800                                                                  04980000
049900     PERFORM 630-FIND-TRAN-TYPE.                                  04990000
050000     ADD 1 TO WS-TT-COUNT(WS-TYPE-IDX).                           05000000
050100     ADD WS-GR-AMOUNT TO WS-TT-AMOUNT(WS-TYPE-IDX).               05010000
050200     ADD 1 TO WS-ROWS-POSTED.                                     05020000
050300                                                                  05030000
050400******************************************************************05040000
050500* Point WS-ACCT-IDX at WS-POST-ACCOUNT's entry in the account     05050000
050600* table, adding the account the first time it is posted.          05060000
050700******************************************************************05070000
050800 620-FIND-GL-ACCOUNT.                                             05080000
050900     MOVE "N" TO WS-ACCT-FOUND-SW.                                05090000
051000     SET WS-ACCT-IDX TO 1.                                        05100000
051100     SEARCH WS-ACCT-ENTRY                                         05110000
051200         AT END                                                   05120000
051300             CONTINUE                                             05130000
051400         WHEN WS-AT-GL-ACCOUNT(WS-ACCT-IDX) = WS-POST-ACCOUNT     05140000
051500             SET WS-ACCT-FOUND TO TRUE                            05150000
051600     END-SEARCH.                                                  05160000
051700                                                                  05170000
051800     IF NOT WS-ACCT-FOUND                                         05180000
051900         IF WS-ACCT-COUNT < 200                                   05190000
052000             ADD 1 TO WS-ACCT-COUNT                               05200000
052100             SET WS-ACCT-IDX TO WS-ACCT-COUNT                     05210000
052200             MOVE WS-POST-ACCOUNT TO WS-AT-GL-ACCOUNT(WS-ACCT-IDX)05220000
052300         ELSE                                                     05230000
052400             DISPLAY 'MORE THAN 200 GL ACCOUNTS POSTED - RAISE '  05240000
052500                 'THE TABLE BEFORE RERUNNING'                     05250000
052600             MOVE 16 TO RETURN-CODE                               05260000
052700             STOP RUN                                             05270000
052800         END-IF                                                   05280000
052900     END-IF.                                                      05290000
053000                                                                  05300000
053100******************************************************************05310000
053200* Point WS-TYPE-IDX at the row's transaction type in the type     05320000
053300* table, adding the type the first time it is seen.               05330000
053400******************************************************************05340000
053500 630-FIND-TRAN-TYPE.                                              05350000
053600     MOVE "N" TO WS-TYPE-FOUND-SW.                                05360000
053700     SET WS-TYPE-IDX TO 1.                                        05370000
053800     SEARCH WS-TYPE-ENTRY                                         05380000
053900         AT END                                                   05390000
054000             CONTINUE                                             05400000
054100         WHEN WS-TT-TRAN-TYPE(WS-TYPE-IDX) = WS-GR-TRAN-TYPE      05410000
054200             SET WS-TYPE-FOUND TO TRUE                            05420000
054300     END-SEARCH.                                                  05430000
054400                                                                  05440000
054500     IF NOT WS-TYPE-FOUND                                         05450000
054600         IF WS-TYPE-COUNT < 50                                    05460000
054700             ADD 1 TO WS-TYPE-COUNT                               05470000
054800             SET WS-TYPE-IDX TO WS-TYPE-COUNT                     05480000
054900             MOVE WS-GR-TRAN-TYPE TO WS-TT-TRAN-TYPE(WS-TYPE-IDX) 05490000
055000         ELSE                                                     05500000
055100             DISPLAY 'MORE THAN 50 GL TRANSACTION TYPES - RAISE ' 05510000
055200                 'THE TABLE BEFORE RERUNNING'                     05520000
055300             MOVE 16 TO RETURN-CODE                               05530000
055400             STOP RUN                                             05540000
055500         END-IF                                                   05550000
055600     END-IF.                                                      05560000
055700                                                                  05570000
055800******************************************************************05580000
055900* Report one row that could not be posted, with the file it       05590000
056000* came from. The first one also heads the exception section.      05600000
056100******************************************************************05610000
056200 650-WRITE-EXCEPTION.                                             05620000
056300     IF WS-EXCEPTION-COUNT = 0                                    05630000
056400         MOVE SPACES TO WS-GLJRPT-LINE                            05640000
056500         STRING "EXCEPTIONS - ROWS NOT POSTED"                    05650000
056600             DELIMITED BY SIZE INTO WS-GLJRPT-LINE                05660000
056700         MOVE WS-GLJRPT-LINE TO GLJRPT-REC                        05670000
056800         WRITE GLJRPT-REC                                         05680000
056900         MOVE SPACES TO WS-GLJRPT-LINE                            05690000
057000         STRING "SOURCE    ACCOUNT TYPE GL   OFFS SIDE"           05700000
057100             "         AMOUNT  REASON"                            05710000
057200             DELIMITED BY SIZE INTO WS-GLJRPT-LINE                05720000
057300         MOVE WS-GLJRPT-LINE TO GLJRPT-REC                        05730000
057400         WRITE GLJRPT-REC                                         05740000
057500     END-IF.                                                      05750000
057600     ADD 1 TO WS-EXCEPTION-COUNT.                                 05760000
057700                                                                  05770000
057800     MOVE SPACES TO WS-GLJRPT-LINE.                               05780000
057900     MOVE WS-GR-SOURCE TO WS-GLJRPT-LINE(1:8).                    05790000
058000     MOVE WS-GR-ACCT-NUM TO WS-GLJRPT-LINE(11:6).                 05800000
058100     MOVE WS-GR-TRAN-TYPE TO WS-GLJRPT-LINE(19:4).                05810000
058200     MOVE WS-GR-GL-ACCOUNT TO WS-GLJRPT-LINE(24:4).               05820000
058300     MOVE WS-GR-OFFSET-CODE TO WS-GLJRPT-LINE(29:4).              05830000
058400     MOVE WS-GR-DR-CR TO WS-GLJRPT-LINE(34:1).                    05840000
058500     IF WS-GR-AMOUNT NUMERIC                                      05850000
058600         MOVE WS-GR-AMOUNT TO WS-SMONEY-ED                        05860000
058700         MOVE WS-SMONEY-ED TO WS-GLJRPT-LINE(39:14)               05870000
058800     END-IF.                                                      05880000
058900     MOVE WS-EXCEPTION-REASON TO WS-GLJRPT-LINE(55:30).           05890000
059000     MOVE WS-GLJRPT-LINE TO GLJRPT-REC.                           05900000
059100     WRITE GLJRPT-REC.                                            05910000
059200                                                                  05920000
059300******************************************************************05930000
059400* Write the proof and the verdict, close, display run totals,     05940000
059500* and set return code 16 when the journal was not written. An     05950000
059600* unwritten journal still leaves GLJRNL empty rather than         05960000
059700* holding an earlier day's entries.                               05970000
059800******************************************************************05980000
059900 800-CLOSE-WITH-TOTALS.                                           05990000
060000     MOVE SPACES TO WS-GLJRPT-LINE.                               06000000
060100     MOVE WS-GLJRPT-LINE TO GLJRPT-REC.                           06010000
060200     WRITE GLJRPT-REC.                                            06020000
060300                                                                  06030000
060400     MOVE SPACES TO WS-GLJRPT-LINE.                               06040000
060500     MOVE WS-ROWS-READ TO WS-COUNT-ED.                            06050000
060600     STRING "ROWS READ        : " WS-COUNT-ED                     06060000
060700         DELIMITED BY SIZE INTO WS-GLJRPT-LINE.                   06070000
060800     MOVE WS-GLJRPT-LINE TO GLJRPT-REC.                           06080000
060900     WRITE GLJRPT-REC.                                            06090000
061000                                                                  06100000
061100     MOVE SPACES TO WS-GLJRPT-LINE.                               06110000
061200     MOVE WS-ROWS-POSTED TO WS-COUNT-ED.                          06120000
061300     STRING "ROWS POSTED      : " WS-COUNT-ED                     06130000
061400         DELIMITED BY SIZE INTO WS-GLJRPT-LINE.                   06140000
061500     MOVE WS-GLJRPT-LINE TO GLJRPT-REC.                           06150000
061600     WRITE GLJRPT-REC.                                            06160000
061700                                                                  06170000
061800     MOVE SPACES TO WS-GLJRPT-LINE.                               06180000
061900     MOVE WS-ROWS-ZERO TO WS-COUNT-ED.                            06190000
062000     STRING "ZERO ROWS SKIPPED: " WS-COUNT-ED                     06200000
062100         DELIMITED BY SIZE INTO WS-GLJRPT-LINE.                   06210000
062200     MOVE WS-GLJRPT-LINE TO GLJRPT-REC.                           06220000
062300     WRITE GLJRPT-REC.                                            06230000
062400                                                                  06240000
062500     MOVE SPACES TO WS-GLJRPT-LINE.                               06250000
062510     MOVE WS-ROWS-HELD TO WS-COUNT-ED.                            06251001
062520     STRING "ACCRUAL ROWS HELD: " WS-COUNT-ED                     06252001
062530         DELIMITED BY SIZE INTO WS-GLJRPT-LINE.                   06253001
062540     MOVE WS-GLJRPT-LINE TO GLJRPT-REC.                           06254001
062550     WRITE GLJRPT-REC.                                            06255001
062560                                                                  06256001
062570     MOVE SPACES TO WS-GLJRPT-LINE.                               06257001
062600     MOVE WS-EXCEPTION-COUNT TO WS-COUNT-ED.                      06260000
062700     STRING "EXCEPTIONS       : " WS-COUNT-ED                     06270000
062800         DELIMITED BY SIZE INTO WS-GLJRPT-LINE.                   06280000
062900     MOVE WS-GLJRPT-LINE TO GLJRPT-REC.                           06290000
063000     WRITE GLJRPT-REC.                                            06300000
063100                                                                  06310000
063200     MOVE SPACES TO WS-GLJRPT-LINE.                               06320000
063300     MOVE WS-JOURNAL-DIFF TO WS-STOTAL-ED.                        06330000
063400     STRING "DEBITS - CREDITS : " WS-STOTAL-ED                    06340000
063500         DELIMITED BY SIZE INTO WS-GLJRPT-LINE.                   06350000
063600     MOVE WS-GLJRPT-LINE TO GLJRPT-REC.                           06360000
063700     WRITE GLJRPT-REC.                                            06370000
063800                                                                  06380000
063900     MOVE SPACES TO WS-GLJRPT-LINE.                               06390000
064000     MOVE WS-GLJRPT-LINE TO GLJRPT-REC.                           06400000
064100     WRITE GLJRPT-REC.                                            06410000
064200                                                                  06420000
064300     MOVE SPACES TO WS-GLJRPT-LINE.                               06430000
064400     EVALUATE TRUE                                                06440000
064500         WHEN WS-EXCEPTION-COUNT > 0                              06450000
064600             MOVE "ROWS NOT POSTED - GLJRNL NOT WRITTEN"          06460000
064700                 TO WS-GLJRPT-LINE                                06470000
064800         WHEN WS-JOURNAL-DIFF NOT = 0                             06480000
064900             MOVE "JOURNAL OUT OF BALANCE - GLJRNL NOT WRITTEN"   06490000
065000                 TO WS-GLJRPT-LINE                                06500000
065100         WHEN OTHER                                               06510000
065200             MOVE WS-LINE-COUNT TO WS-COUNT-ED                    06520000
065300             STRING "JOURNAL BALANCED - GLJRNL WRITTEN WITH "     06530000
065400                 WS-COUNT-ED " LINES"                             06540000
065500                 DELIMITED BY SIZE INTO WS-GLJRPT-LINE            06550000
065600     END-EVALUATE.                                                06560000
065700     MOVE WS-GLJRPT-LINE TO GLJRPT-REC.                           06570000
065800     WRITE GLJRPT-REC.                                            06580000
065900                                                                  06590000
066000     IF WS-GLEXPORT-STATUS NOT = "35"                             06600000
066100         CLOSE GLEXPORT-FILE                                      06610000
066200     END-IF.                                                      06620000
066300     IF WS-CASHGL-STATUS NOT = "35"                               06630000
066400         CLOSE CASHGL-FILE                                        06640000
066410     END-IF.                                                      06641001
066420     IF WS-ACCRGL-STATUS NOT = "35"                               06642001
066430         CLOSE ACCRGL-FILE                                        06643001
066500     END-IF.                                                      06650000
066600     CLOSE GLJRPT-FILE.                                           06660000
066700                                                                  06670000
066800     MOVE WS-ROWS-READ TO WS-COUNT-ED.                            06680000
066900     DISPLAY 'GL ROWS READ       : ' WS-COUNT-ED.                 06690000
067000     MOVE WS-ROWS-POSTED TO WS-COUNT-ED.                          06700000
067100     DISPLAY 'GL ROWS POSTED     : ' WS-COUNT-ED.                 06710000
067200     MOVE WS-EXCEPTION-COUNT TO WS-COUNT-ED.                      06720000
067300     DISPLAY 'EXCEPTIONS         : ' WS-COUNT-ED.                 06730000
067400     MOVE WS-TOTAL-DEBIT TO WS-TOTAL-ED.                          06740000
067500     DISPLAY 'TOTAL DEBITS       : ' WS-TOTAL-ED.                 06750000
067600     MOVE WS-TOTAL-CREDIT TO WS-TOTAL-ED.                         06760000
067700     DISPLAY 'TOTAL CREDITS      : ' WS-TOTAL-ED.                 06770000
067800                                                                  06780000
067900     IF WS-EXCEPTION-COUNT > 0 OR WS-JOURNAL-DIFF NOT = 0         06790000
068000         OPEN OUTPUT GLJRNL-FILE                                  06800000
068100         CLOSE GLJRNL-FILE                                        06810000
068200         DISPLAY 'GLJRNL NOT WRITTEN - SEE GLJRPT'                06820000
068300         MOVE 16 TO RETURN-CODE                                   06830000
068400     ELSE                                                         06840000
068500         MOVE WS-LINE-COUNT TO WS-COUNT-ED                        06850000
068600         DISPLAY 'JOURNAL LINES      : ' WS-COUNT-ED              06860000
068700     END-IF.                                                      06870000
068800                                                                  06880000
068900******************************************************************06890000
069000* Read one GLEXPORT row; set WS-EOF-GLEXPORT at end of file.      06900000
069100******************************************************************06910000
069200 710-READ-GLEXPORT.                                               06920000
069300     READ GLEXPORT-FILE INTO WS-GL-ROW                            06930000
069400         AT END                                                   06940000
069500             MOVE "Y" TO WS-GLEXPORT-EOF-SW                       06950000
069600         NOT AT END                                               06960000
069700             CONTINUE                                             06970000
069800     END-READ.                                                    06980000
069900                                                                  06990000
070000******************************************************************07000000
070100* Read one CASHGL row; set WS-EOF-CASHGL at end of file.          07010000
070200******************************************************************07020000
070300 720-READ-CASHGL.                                                 07030000
070400     READ CASHGL-FILE INTO WS-GL-ROW                              07040000
070500         AT END                                                   07050000
070600             MOVE "Y" TO WS-CASHGL-EOF-SW                         07060000
070700         NOT AT END                                               07070000
070800             CONTINUE                                             07080000
070900     END-READ.                                                    07090000
070910                                                                  07091001
070920******************************************************************07092001
070930* Read one ACCRGL row; set WS-EOF-ACCRGL at end of file.          07093001
070940******************************************************************07094001
070950 730-READ-ACCRGL.                                                 07095001
070960     READ ACCRGL-FILE INTO WS-GL-ROW                              07096001
070970         AT END                                                   07097001
070980             MOVE "Y" TO WS-ACCRGL-EOF-SW                         07098001
070990         NOT AT END                                               07099001
071000             CONTINUE                                             07100001
071010     END-READ.                                                    07101001
