000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. UTIL3350.                                            00020000
000300******************************************************************00030000
000400*  Programmer.: Clay Rasmussen                                    00040000
000500*  Date.......: October 15, 2026                                  00050000
000600*  GitHub URL.: github.com/Clay-Rasmussen/CobolUtil2000           00060000
000700*  Description: This COBOL program reads the SVCORDER service     00070000
000800*  orders that UTIL3300 and UTIL1500 maintain and prints an       00080000
000900*  open-order aging report: every order still open (or that the   00090000
001000*  field could not complete) with its days open and how many      00100000
001100*  days it is past its due date, bucketed not yet due / 1-7       00110000
001200*  days / 8-30 days / over 30 days past due, with counts per      00120000
001300*  bucket for disconnect and reconnect orders. Completed and      00130000
001400*  cancelled orders are not listed.                               00140000
001500******************************************************************00150000
001600 ENVIRONMENT DIVISION.                                            00160000
001700 INPUT-OUTPUT SECTION.                                            00170000
001800 FILE-CONTROL.                                                    00180000
001900**************************************************************    00190000
002000* SVCORDER - the service orders, indexed by account and order     00200000
002100* type; this program only reads it, front to back in key order    00210000
002200**************************************************************    00220000
002300     SELECT SVCORDER-FILE ASSIGN TO "SVCORDER"                    00230000
002400         ORGANIZATION IS INDEXED                                  00240000
002500         ACCESS MODE IS SEQUENTIAL                                00250000
002600         RECORD KEY IS SO-ORDER-KEY                               00260000
002700         FILE STATUS IS WS-SVCORDER-STATUS.                       00270000
002800                                                                  00280000
002900**************************************************************    00290000
003000* SVCAGE - the printed open-order aging report                    00300000
003100**************************************************************    00310000
003200     SELECT SVCAGE-FILE ASSIGN TO "SVCAGE"                        00320000
003300         ORGANIZATION IS LINE SEQUENTIAL                          00330000
003400         FILE STATUS IS WS-SVCAGE-STATUS.                         00340000
003500                                                                  00350000
003600 DATA DIVISION.                                                   00360000
003700 FILE SECTION.                                                    00370000
003800**************************************************************    00380000
003900* SVCORDER RECORD - must stay in step with the layout UTIL3300    00390000
004000* maintains                                                       00400000
004100**************************************************************    00410000
004200 FD  SVCORDER-FILE.                                               00420000
004300 01  SVCORDER-REC.                                                00430000
004400     05  SO-ORDER-KEY.                                            00440000
004500         10  SO-ACCT-NUM      PIC X(6).                           00450000
004600         10  SO-ORDER-TYPE    PIC X(1).                           00460000
004700     05  SO-STATUS            PIC X(1).                           00470000
004800     05  SO-ISSUE-DATE        PIC 9(8).                           00480000
004900     05  SO-DUE-DATE          PIC 9(8).                           00490000
005000     05  SO-CLOSE-DATE        PIC 9(8).                           00500000
005100     05  SO-BALANCE           PIC 9(6)V99.                        00510000
005200     05  SO-CYCLES-PAST-DUE   PIC 9(2).                           00520000
005300     05  SO-ATTEMPTS          PIC 9(2).                           00530000
005400     05  SO-SOURCE            PIC X(8).                           00540000
005500     05  SO-REMARK            PIC X(20).                          00550000
005600                                                                  00560000
005700**************************************************************    00570000
005800* SVCAGE RECORD - one print line of the aging report              00580000
005900**************************************************************    00590000
006000 FD  SVCAGE-FILE.                                                 00600000
006100 01  SVCAGE-REC                 PIC X(132).                       00610000
006200                                                                  00620000
006300 WORKING-STORAGE SECTION.                                         00630000
006400                                                                  00640000
006500******************************************************************00650000
006600* FILE STATUS / END-OF-FILE SWITCHES                              00660000
006700******************************************************************00670000
006800 01  WS-SVCORDER-STATUS       PIC X(2)     VALUE "00".            00680000
006900 01  WS-SVCAGE-STATUS         PIC X(2)     VALUE "00".            00690000
007000 01  WS-EOF-SW                PIC X(1)     VALUE "N".             00700000
007100     88  WS-EOF-SVCORDER                   VALUE "Y".             00710000
007200                                                                  00720000
007300******************************************************************00730000
007400* AGING BUCKETS - bucket 1 holds orders not yet due, buckets 2-4  00740000
007500* hold 1-7 / 8-30 / over 30 days past due, so every open order    00750000
007600* lands in exactly one bucket. Disconnect and reconnect orders    00760000
007700* are counted apart.                                              00770000
007800******************************************************************00780000
007900 01  WS-BUCKET-TABLE.                                             00790000
008000     05  WS-BUCKET-ENTRY OCCURS 4 TIMES                           00800000
008100             INDEXED BY WS-BUCKET-IDX.                            00810000
008200         10  WS-BK-DISC-COUNT     PIC 9(5)     VALUE 0.           00820000
008300         10  WS-BK-RECON-COUNT    PIC 9(5)     VALUE 0.           00830000
008400 01  WS-BUCKET-NO             PIC 9(1)     VALUE 0.               00840000
008500 01  WS-OPEN-COUNT            PIC 9(5)     VALUE 0.               00850000
008600 01  WS-PAST-DUE-COUNT        PIC 9(5)     VALUE 0.               00860000
008700                                                                  00870000
008800******************************************************************00880000
008900* DAY NUMBERS - a date is turned into a running count of days so  00890000
009000* two dates can be subtracted: 365 per whole year plus the leap   00900000
009100* days before it, the days before its month, and its day. The     00910000
009200* cumulative table is for a common year; a leap year adds its     00920000
009300* February 29th once past February. A year is a leap year when    00930000
009400* divisible by 4, except a century year not divisible by 400.     00940000
009500******************************************************************00950000
009600 01  WS-CUM-DAYS-TBL.                                             00960000
009700     05  FILLER               PIC X(36)                           00970000
009800         VALUE "000031059090120151181212243273304334".            00980000
009900 01  WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS-TBL.                     00990000
010000     05  WS-CUM-DAYS OCCURS 12 TIMES PIC 999.                     01000000
010100 01  WS-DN-DATE8              PIC 9(8)     VALUE 0.               01010000
010200 01  WS-DN-DATE-R REDEFINES WS-DN-DATE8.                          01020000
010300     05  WS-DN-CCYY           PIC 9(4).                           01030000
010400     05  WS-DN-MM             PIC 99.                             01040000
010500     05  WS-DN-DD             PIC 99.                             01050000
010600 01  WS-DN-PRIOR-YEARS        PIC 9(4)     VALUE 0.               01060000
010700 01  WS-DAY-NUMBER            PIC 9(7)     VALUE 0.               01070000
010800 01  WS-LEAP-QUOT             PIC 9(4)     VALUE 0.               01080000
010900 01  WS-LEAP-REM4             PIC 9        VALUE 0.               01090000
011000 01  WS-LEAP-REM100           PIC 99       VALUE 0.               01100000
011100 01  WS-LEAP-REM400           PIC 999      VALUE 0.               01110000
011200 01  WS-LEAP-DAYS             PIC 9(4)     VALUE 0.               01120000
011300 01  WS-TODAY-NUMBER          PIC 9(7)     VALUE 0.               01130000
011400 01  WS-DAYS-OPEN             PIC S9(5)    VALUE 0.               01140000
011500 01  WS-DAYS-PAST-DUE         PIC S9(5)    VALUE 0.               01150000
011600                                                                  01160000
011700******************************************************************01170000
011800* REPORT WORK AREAS                                               01180000
011900******************************************************************01190000
012000 01  WS-SVCAGE-LINE           PIC X(132)   VALUE SPACES.          01200000
012100 01  WS-SYS-DATE8             PIC 9(8)     VALUE 0.               01210000
012200 01  WS-SYS-DATE-R REDEFINES WS-SYS-DATE8.                        01220000
012300     05  WS-SYS-CCYY          PIC 9(4).                           01230000
012400     05  WS-SYS-MM            PIC 99.                             01240000
012500     05  WS-SYS-DD            PIC 99.                             01250000
012600 01  WS-RUN-DATE-ED           PIC X(8)     VALUE SPACES.          01260000
012700                                                                  01270000
012800******************************************************************01280000
012900* EDITED FIELDS FOR DISPLAY                                       01290000
013000******************************************************************01300000
013100 01  WS-MONEY-ED              PIC $$,$$$,$$9.99.                  01310000
013200 01  WS-COUNT-ED              PIC ZZ,ZZ9.                         01320000
013300 01  WS-DAYS-ED               PIC ZZ,ZZ9.                         01330000
013400 01  WS-TRIES-ED              PIC Z9.                             01340000
013500                                                                  01350000
013600******************************************************************01360000
013700* IT'S GO TIME!                                                   01370000
013800******************************************************************01380000
013900 PROCEDURE DIVISION.                                              01390000
014000                                                                  01400000
014100******************************************************************01410000
014200* MAINLINE - OPEN SVCORDER AND THE REPORT, AGE EVERY OPEN ORDER,  01420000
014300* WRITE THE BUCKET SUMMARY, THEN STOP                             01430000
014400******************************************************************01440000
014500 000-MAIN.                                                        01450000
014600     DISPLAY '*******************************************'.       01460000
014700     DISPLAY '*** UTIL3350 - OPEN SERVICE ORDER AGING ***'.       01470000
014800     DISPLAY '*******************************************'.       01480000
014900     DISPLAY ' '.                                                 01490000
015000                                                                  01500000
015100     ACCEPT WS-SYS-DATE8 FROM DATE YYYYMMDD.                      01510000
015200     MOVE WS-SYS-DATE8 TO WS-DN-DATE8.                            01520000
015300     PERFORM 690-CALC-DAY-NUMBER.                                 01530000
015400     MOVE WS-DAY-NUMBER TO WS-TODAY-NUMBER.                       01540000
015500                                                                  01550000
015600     OPEN INPUT SVCORDER-FILE.                                    01560000
015700     IF WS-SVCORDER-STATUS = "35"                                 01570000
015800         DISPLAY 'NO SVCORDER FOUND - NO ORDERS TO AGE'           01580000
015900         STOP RUN                                                 01590000
016000     END-IF.                                                      01600000
016100     IF WS-SVCORDER-STATUS NOT = "00"                             01610000
016200         DISPLAY 'UNABLE TO OPEN SVCORDER, STATUS: '              01620000
016300             WS-SVCORDER-STATUS                                   01630000
016400         STOP RUN                                                 01640000
016500     END-IF.                                                      01650000
016600     PERFORM 150-OPEN-SVCAGE.                                     01660000
016700                                                                  01670000
016800     PERFORM 700-READ-SVCORDER.                                   01680000
016900     PERFORM UNTIL WS-EOF-SVCORDER                                01690000
017000         IF SO-STATUS = "O" OR SO-STATUS = "U"                    01700000
017100             PERFORM 600-AGE-ORDER                                01710000
017200         END-IF                                                   01720000
017300         PERFORM 700-READ-SVCORDER                                01730000
017400     END-PERFORM.                                                 01740000
017500                                                                  01750000
017600     PERFORM 800-WRITE-BUCKET-SUMMARY.                            01760000
017700     CLOSE SVCAGE-FILE.                                           01770000
017800     CLOSE SVCORDER-FILE.                                         01780000
017900                                                                  01790000
018000     MOVE WS-OPEN-COUNT TO WS-COUNT-ED.                           01800000
018100     DISPLAY 'OPEN ORDERS        : ' WS-COUNT-ED.                 01810000
018200     MOVE WS-PAST-DUE-COUNT TO WS-COUNT-ED.                       01820000
018300     DISPLAY 'PAST THEIR DUE DATE: ' WS-COUNT-ED.                 01830000
018400     STOP RUN.                                                    01840000
018500                                                                  01850000
018600******************************************************************01860000
018700* Open SVCAGE and write the report page headers.                  01870000
018800******************************************************************01880000
018900 150-OPEN-SVCAGE.                                                 01890000
019000     OPEN OUTPUT SVCAGE-FILE.                                     01900000
019100     IF WS-SVCAGE-STATUS NOT = "00"                               01910000
019200         DISPLAY 'UNABLE TO OPEN SVCAGE, STATUS: '                01920000
019300             WS-SVCAGE-STATUS                                     01930000
019400         STOP RUN                                                 01940000
019500     END-IF.                                                      01950000
019600                                                                  01960000
019700     STRING WS-SYS-MM "/" WS-SYS-DD "/" WS-SYS-CCYY(3:2)          01970000
019800         DELIMITED BY SIZE INTO WS-RUN-DATE-ED.                   01980000
019900     MOVE SPACES TO WS-SVCAGE-LINE.                               01990000
020000     STRING "UTIL3350" " " "OPEN SERVICE ORDER AGING" " "         02000000
020100         "RUN DATE: " WS-RUN-DATE-ED                              02010000
020200         DELIMITED BY SIZE INTO WS-SVCAGE-LINE.                   02020000
020300     PERFORM 850-WRITE-LINE.                                      02030000
020400     PERFORM 850-WRITE-LINE.                                      02040000
020500     STRING "ACCOUNT  ORDER       STATUS  ISSUED    DUE       "   02050000
020600         "DAYS OPEN  DAYS PAST DUE  TRIES       BALANCE  "        02060000
020700         "REMARK"                                                 02070000
020800         DELIMITED BY SIZE INTO WS-SVCAGE-LINE.                   02080000
020900     PERFORM 850-WRITE-LINE.                                      02090000
021000     PERFORM 850-WRITE-LINE.                                      02100000
021100                                                                  02110000
021200******************************************************************02120000
021300* Age one open order: days open since it was issued, days past    02130000
021400* its due date (none while it is not yet due), its bucket, and    02140000
021500* its detail line.                                                02150000
021600******************************************************************02160000
021700 600-AGE-ORDER.                                                   02170000
021800     ADD 1 TO WS-OPEN-COUNT.                                      02180000
021900     MOVE SO-ISSUE-DATE TO WS-DN-DATE8.                           02190000
022000     PERFORM 690-CALC-DAY-NUMBER.                                 02200000
022100     COMPUTE WS-DAYS-OPEN = WS-TODAY-NUMBER - WS-DAY-NUMBER.      02210000
022200     MOVE SO-DUE-DATE TO WS-DN-DATE8.                             02220000
022300     PERFORM 690-CALC-DAY-NUMBER.                                 02230000
022400     COMPUTE WS-DAYS-PAST-DUE = WS-TODAY-NUMBER - WS-DAY-NUMBER.  02240000
022500                                                                  02250000
022600     IF WS-DAYS-PAST-DUE < 1                                      02260000
022700         MOVE 1 TO WS-BUCKET-NO                                   02270000
022800     ELSE                                                         02280000
022900         ADD 1 TO WS-PAST-DUE-COUNT                               02290000
023000         IF WS-DAYS-PAST-DUE < 8                                  02300000
023100             MOVE 2 TO WS-BUCKET-NO                               02310000
023200         ELSE                                                     02320000
023300             IF WS-DAYS-PAST-DUE < 31                             02330000
023400                 MOVE 3 TO WS-BUCKET-NO                           02340000
023500             ELSE                                                 02350000
023600                 MOVE 4 TO WS-BUCKET-NO                           02360000
023700             END-IF                                               02370000
023800         END-IF                                                   02380000
023900     END-IF.                                                      02390000
024000     SET WS-BUCKET-IDX TO WS-BUCKET-NO.                           02400000
024100     IF SO-ORDER-TYPE = "R"                                       02410000
024200         ADD 1 TO WS-BK-RECON-COUNT(WS-BUCKET-IDX)                02420000
024300     ELSE                                                         02430000
024400         ADD 1 TO WS-BK-DISC-COUNT(WS-BUCKET-IDX)                 02440000
024500     END-IF.                                                      02450000
024600                                                                  02460000
024700     MOVE SPACES TO WS-SVCAGE-LINE.                               02470000
024800     MOVE SO-ACCT-NUM TO WS-SVCAGE-LINE(1:6).                     02480000
024900     IF SO-ORDER-TYPE = "R"                                       02490000
025000         MOVE "RECONNECT" TO WS-SVCAGE-LINE(10:9)                 02500000
025100     ELSE                                                         02510000
025200         MOVE "DISCONNECT" TO WS-SVCAGE-LINE(10:10)               02520000
025300     END-IF.                                                      02530000
025400     IF SO-STATUS = "U"                                           02540000
025500         MOVE "UNABLE" TO WS-SVCAGE-LINE(22:6)                    02550000
025600     ELSE                                                         02560000
025700         MOVE "OPEN" TO WS-SVCAGE-LINE(22:4)                      02570000
025800     END-IF.                                                      02580000
025900     MOVE SO-ISSUE-DATE TO WS-SVCAGE-LINE(30:8).                  02590000
026000     MOVE SO-DUE-DATE TO WS-SVCAGE-LINE(40:8).                    02600000
026100     IF WS-DAYS-OPEN > 0                                          02610000
026200         MOVE WS-DAYS-OPEN TO WS-DAYS-ED                          02620000
026300     ELSE                                                         02630000
026400         MOVE 0 TO WS-DAYS-ED                                     02640000
026500     END-IF.                                                      02650000
026600     MOVE WS-DAYS-ED TO WS-SVCAGE-LINE(53:6).                     02660000
026700     IF WS-DAYS-PAST-DUE > 0                                      02670000
026800         MOVE WS-DAYS-PAST-DUE TO WS-DAYS-ED                      02680000
026900         MOVE WS-DAYS-ED TO WS-SVCAGE-LINE(68:6)                  02690000
027000     END-IF.                                                      02700000
027100     MOVE SO-ATTEMPTS TO WS-TRIES-ED.                             02710000
027200     MOVE WS-TRIES-ED TO WS-SVCAGE-LINE(79:2).                    02720000
027300     MOVE SO-BALANCE TO WS-MONEY-ED.                              02730000
027400     MOVE WS-MONEY-ED TO WS-SVCAGE-LINE(82:13).                   02740000
027500     MOVE SO-REMARK TO WS-SVCAGE-LINE(97:20).                     02750000
027600     PERFORM 850-WRITE-LINE.                                      02760000
027700                                                                  02770000
027800******************************************************************02780000
027900* Day number of the date in WS-DN-DATE8 into WS-DAY-NUMBER.       02790000
028000******************************************************************02800000
028100 690-CALC-DAY-NUMBER.                                             02810000
028200     COMPUTE WS-DN-PRIOR-YEARS = WS-DN-CCYY - 1.                  02820000
028300     DIVIDE WS-DN-PRIOR-YEARS BY 4                                02830000
028400         GIVING WS-LEAP-DAYS REMAINDER WS-LEAP-REM4.              02840000
028500     DIVIDE WS-DN-PRIOR-YEARS BY 100                              02850000
028600         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM100.            02860000
028700     SUBTRACT WS-LEAP-QUOT FROM WS-LEAP-DAYS.                     02870000
028800     DIVIDE WS-DN-PRIOR-YEARS BY 400                              02880000
028900         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM400.            02890000
029000     ADD WS-LEAP-QUOT TO WS-LEAP-DAYS.                            02900000
029100                                                                  02910000
029200     COMPUTE WS-DAY-NUMBER = WS-DN-PRIOR-YEARS * 365              02920000
029300         + WS-LEAP-DAYS + WS-CUM-DAYS(WS-DN-MM) + WS-DN-DD.       02930000
029400                                                                  02940000
029500     IF WS-DN-MM > 2                                              02950000
029600         DIVIDE WS-DN-CCYY BY 4                                   02960000
029700             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM4           02970000
029800         DIVIDE WS-DN-CCYY BY 100                                 02980000
029900             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM100         02990000
030000         DIVIDE WS-DN-CCYY BY 400                                 03000000
030100             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM400         03010000
030200         IF WS-LEAP-REM4 = 0                                      03020000
030300             AND (WS-LEAP-REM100 NOT = 0                          03030000
030400           OR WS-LEAP-REM400 = 0)                                 03040000
030500             ADD 1 TO WS-DAY-NUMBER                               03050000
030600         END-IF                                                   03060000
030700     END-IF.                                                      03070000
030800                                                                  03080000
030900******************************************************************03090000
031000* Write the per-bucket counts by order type and the totals.       03100000
031100******************************************************************03110000
031200 800-WRITE-BUCKET-SUMMARY.                                        03120000
031300     PERFORM 850-WRITE-LINE.                                      03130000
031400     STRING "                       DISCONNECT  RECONNECT"        03140000
031500         DELIMITED BY SIZE INTO WS-SVCAGE-LINE.                   03150000
031600     PERFORM 850-WRITE-LINE.                                      03160000
031700     MOVE "NOT YET DUE" TO WS-SVCAGE-LINE(1:11).                  03170000
031800     SET WS-BUCKET-IDX TO 1.                                      03180000
031900     PERFORM 810-WRITE-BUCKET-LINE.                               03190000
032000     MOVE "1-7 DAYS PAST DUE" TO WS-SVCAGE-LINE(1:17).            03200000
032100     SET WS-BUCKET-IDX TO 2.                                      03210000
032200     PERFORM 810-WRITE-BUCKET-LINE.                               03220000
032300     MOVE "8-30 DAYS PAST DUE" TO WS-SVCAGE-LINE(1:18).           03230000
032400     SET WS-BUCKET-IDX TO 3.                                      03240000
032500     PERFORM 810-WRITE-BUCKET-LINE.                               03250000
032600     MOVE "OVER 30 DAYS PAST DUE" TO WS-SVCAGE-LINE(1:21).        03260000
032700     SET WS-BUCKET-IDX TO 4.                                      03270000
032800     PERFORM 810-WRITE-BUCKET-LINE.                               03280000
032900     PERFORM 850-WRITE-LINE.                                      03290000
033000     MOVE "TOTAL OPEN ORDERS:" TO WS-SVCAGE-LINE(1:18).           03300000
033100     MOVE WS-OPEN-COUNT TO WS-COUNT-ED.                           03310000
033200     MOVE WS-COUNT-ED TO WS-SVCAGE-LINE(28:6).                    03320000
033300     PERFORM 850-WRITE-LINE.                                      03330000
033400     MOVE "PAST THEIR DUE DATE:" TO WS-SVCAGE-LINE(1:20).         03340000
033500     MOVE WS-PAST-DUE-COUNT TO WS-COUNT-ED.                       03350000
033600     MOVE WS-COUNT-ED TO WS-SVCAGE-LINE(28:6).                    03360000
033700     PERFORM 850-WRITE-LINE.                                      03370000
033800                                                                  03380000
033900******************************************************************03390000
034000* Write one bucket summary line; the caller has already placed    03400000
034100* the bucket label and set WS-BUCKET-IDX.                         03410000
034200******************************************************************03420000
034300 810-WRITE-BUCKET-LINE.                                           03430000
034400     MOVE WS-BK-DISC-COUNT(WS-BUCKET-IDX) TO WS-COUNT-ED.         03440000
034500     MOVE WS-COUNT-ED TO WS-SVCAGE-LINE(28:6).                    03450000
034600     MOVE WS-BK-RECON-COUNT(WS-BUCKET-IDX) TO WS-COUNT-ED.        03460000
034700     MOVE WS-COUNT-ED TO WS-SVCAGE-LINE(39:6).                    03470000
034800     PERFORM 850-WRITE-LINE.                                      03480000
034900                                                                  03490000
035000******************************************************************03500000
035100* Write the line built in WS-SVCAGE-LINE and clear it.            03510000
035200******************************************************************03520000
035300 850-WRITE-LINE.                                                  03530000
035400     MOVE WS-SVCAGE-LINE TO SVCAGE-REC.                           03540000
035500     WRITE SVCAGE-REC.                                            03550000
035600     MOVE SPACES TO WS-SVCAGE-LINE.                               03560000
035700                                                                  03570000
035800******************************************************************03580000
035900* Read one SVCORDER record; set WS-EOF-SVCORDER at end of file.   03590000
036000******************************************************************03600000
036100 700-READ-SVCORDER.                                               03610000
036200     READ SVCORDER-FILE                                           03620000
036300         AT END                                                   03630000
036400             MOVE "Y" TO WS-EOF-SW                                03640000
036500         NOT AT END                                               03650000
036600             CONTINUE                                             03660000
036700     END-READ.                                                    03670000
