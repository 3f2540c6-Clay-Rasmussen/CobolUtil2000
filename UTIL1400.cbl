000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. UTIL1400.                                            00020000
000300******************************************************************00030000
000400*  Programmer.: Clay Rasmussen                                    00040000
000500*  Date.......: October 15, 2026                                  00050000
000600*  GitHub URL.: github.com/Clay-Rasmussen/CobolUtil2000           00060000
000700*  Description: This COBOL program takes in the bank's lockbox    00070000
000800*  file ahead of the UTIL1500 payment edit. The file arrives      00080000
000900*  as batches - a header with the deposit date, one item per      00090000
001000*  check (account, amount, check number, date paid, and           00100000
001100*  remitter), and a trailer with the batch's item count and       00110000
001200*  dollar total. Every batch is footed against its trailer;       00120000
001300*  only a batch that foots exactly becomes PAYRECV input, with    00130000
001400*  its date paid and batch/check reference on every payment.      00140000
001500*  A batch that does not foot is rejected whole to LBREJECT       00150000
001600*  for the bank to correct and resend, and LBRECON reconciles     00160000
001700*  what the bank deposited to what was posted, batch by batch     00170000
001800*  and day by day.                                                00180000
001900******************************************************************00190000
002000 ENVIRONMENT DIVISION.                                            00200000
002100 INPUT-OUTPUT SECTION.                                            00210000
002200 FILE-CONTROL.                                                    00220000
002300**************************************************************    00230000
002400* LOCKBOX - the bank's lockbox transmission; optional (no         00240000
002500* file just means nothing was deposited)                          00250000
002600**************************************************************    00260000
002700     SELECT LOCKBOX-FILE ASSIGN TO "LOCKBOX"                      00270000
002800         ORGANIZATION IS LINE SEQUENTIAL                          00280000
002900         FILE STATUS IS WS-LOCKBOX-STATUS.                        00290000
003000                                                                  00300000
003100**************************************************************    00310000
003200* PAYRECV - the payments from every balanced batch, for           00320000
003300* UTIL1500 to edit; always rebuilt so a day with no deposits      00330000
003400* cannot repost yesterday's payments                              00340000
003500**************************************************************    00350000
003600     SELECT PAYRECV-FILE ASSIGN TO "PAYRECV"                      00360000
003700         ORGANIZATION IS LINE SEQUENTIAL                          00370000
003800         FILE STATUS IS WS-PAYRECV-STATUS.                        00380000
003900                                                                  00390000
004000**************************************************************    00400000
004100* LBREJECT - every rejected batch exactly as the bank sent        00410000
004200* it, header to trailer, ready to correct and resubmit            00420000
004300**************************************************************    00430000
004400     SELECT LBREJECT-FILE ASSIGN TO "LBREJECT"                    00440000
004500         ORGANIZATION IS LINE SEQUENTIAL                          00450000
004600         FILE STATUS IS WS-LBREJECT-STATUS.                       00460000
004700                                                                  00470000
004800**************************************************************    00480000
004900* LBRECON - deposit reconciliation by batch and by day            00490000
005000**************************************************************    00500000
005100     SELECT LBRECON-FILE ASSIGN TO "LBRECON"                      00510000
005200         ORGANIZATION IS LINE SEQUENTIAL                          00520000
005300         FILE STATUS IS WS-LBRECON-STATUS.                        00530000
005400                                                                  00540000
005500 DATA DIVISION.                                                   00550000
005600 FILE SECTION.                                                    00560000
005700**************************************************************    00570000
005800* LOCKBOX RECORDS - the record type in byte 1 says which          00580000
005900* layout the rest of the record follows                           00590000
006000**************************************************************    00600000
006100 FD  LOCKBOX-FILE.                                                00610000
006200 01  LOCKBOX-REC.                                                 00620000
006300     05  LB-REC-TYPE          PIC X(1).                           00630000
006400         88  LB-HEADER                     VALUE "H".             00640000
006500         88  LB-ITEM                       VALUE "D".             00650000
006600         88  LB-TRAILER                    VALUE "T".             00660000
006700     05  LB-BATCH-NUM         PIC X(6).                           00670000
006800     05  FILLER               PIC X(53).                          00680000
006900 01  LB-HEADER-REC.                                               00690000
007000     05  FILLER               PIC X(1).                           00700000
007100     05  LH-BATCH-NUM         PIC X(6).                           00710000
007200     05  LH-DEPOSIT-DATE      PIC 9(8).                           00720000
007300     05  LH-LOCKBOX-ID        PIC X(6).                           00730000
007400     05  FILLER               PIC X(39).                          00740000
007500 01  LB-TRAILER-REC.                                              00750000
007600     05  FILLER               PIC X(1).                           00760000
007700     05  LT-BATCH-NUM         PIC X(6).                           00770000
007800     05  LT-ITEM-COUNT        PIC 9(5).                           00780000
007900     05  LT-BATCH-TOTAL       PIC 9(8)V99.                        00790000
008000     05  FILLER               PIC X(38).                          00800000
008100                                                                  00810000
008200**************************************************************    00820000
008300* PAYRECV RECORD - must stay in step with the layout UTIL1500     00830000
008400* edits                                                           00840000
008500**************************************************************    00850000
008600 FD  PAYRECV-FILE.                                                00860000
008700 01  PAYRECV-REC.                                                 00870000
008800     05  PR-ACCT-NUM          PIC X(6).                           00880000
008900     05  PR-AMOUNT-PAID       PIC 9(6)V99.                        00890000
009000     05  PR-PAY-DATE          PIC 9(8).                           00900000
009100     05  PR-BATCH-NUM         PIC X(6).                           00910000
009200     05  PR-CHECK-NUM         PIC X(10).                          00920000
009300                                                                  00930000
009400**************************************************************    00940000
009500* LBREJECT RECORD - one lockbox record, unchanged                 00950000
009600**************************************************************    00960000
009700 FD  LBREJECT-FILE.                                               00970000
009800 01  LBREJECT-REC             PIC X(60).                          00980000
009900                                                                  00990000
010000**************************************************************    01000000
010100* LBRECON RECORD - one print line of the reconciliation           01010000
010200**************************************************************    01020000
010300 FD  LBRECON-FILE.                                                01030000
010400 01  LBRECON-REC                PIC X(132).                       01040000
010500                                                                  01050000
010600 WORKING-STORAGE SECTION.                                         01060000
010700                                                                  01070000
010800******************************************************************01080000
010900* CURRENT BATCH - the header, every record inside the batch,      01090000
011000* and the trailer are held until the trailer proves the batch,    01100000
011100* because nothing from a batch may post unless all of it does.    01110000
011200******************************************************************01120000
011300 01  WS-BATCH-OPEN-SW         PIC X(1)     VALUE "N".             01130000
011400     88  WS-BATCH-OPEN                     VALUE "Y".             01140000
011500 01  WS-TRAILER-SW            PIC X(1)     VALUE "N".             01150000
011600     88  WS-TRAILER-FOUND                  VALUE "Y".             01160000
011700 01  WS-BATCH-NUM             PIC X(6)     VALUE SPACES.          01170000
011800 01  WS-DEPOSIT-DATE          PIC 9(8)     VALUE 0.               01180000
011900 01  WS-HEADER-IMAGE          PIC X(60)    VALUE SPACES.          01190000
012000 01  WS-TRAILER-IMAGE         PIC X(60)    VALUE SPACES.          01200000
012100 01  WS-TRLR-COUNT            PIC 9(5)     VALUE 0.               01210000
012200 01  WS-TRLR-TOTAL            PIC 9(8)V99  VALUE 0.               01220000
012300 01  WS-ITEM-COUNT            PIC 9(5)     VALUE 0.               01230000
012400 01  WS-ITEM-TOTAL            PIC 9(8)V99  VALUE 0.               01240000
012500 01  WS-BATCH-DEPOSIT         PIC 9(8)V99  VALUE 0.               01250000
012600 01  WS-BATCH-DIFF            PIC S9(8)V99 VALUE 0.               01260000
012700 01  WS-REJECT-REASON         PIC X(30)    VALUE SPACES.          01270000
012800                                                                  01280000
012900 01  WS-BATCH-TABLE.                                              01290000
013000     05  WS-BATCH-ENTRY OCCURS 999 TIMES                          01300000
013100             INDEXED BY WS-BAT-IDX.                               01310000
013200         10  WS-BI-IMAGE          PIC X(60) VALUE SPACES.         01320000
013300 01  WS-BATCH-REC-COUNT       PIC 9(3)     VALUE 0.               01330000
013400                                                                  01340000
013500******************************************************************01350000
013600* ONE HELD ITEM - a record from the batch table, laid out as a    01360000
013700* lockbox payment item.                                           01370000
013800******************************************************************01380000
013900 01  WS-ITEM-IMAGE            PIC X(60)    VALUE SPACES.          01390000
014000 01  WS-ITEM-VIEW REDEFINES WS-ITEM-IMAGE.                        01400000
014100     05  WS-LD-REC-TYPE       PIC X(1).                           01410000
014200     05  WS-LD-BATCH-NUM      PIC X(6).                           01420000
014300     05  WS-LD-ACCT-NUM       PIC X(6).                           01430000
014400     05  WS-LD-AMOUNT         PIC 9(6)V99.                        01440000
014500     05  WS-LD-CHECK-NUM      PIC X(10).                          01450000
014600     05  WS-LD-PAY-DATE       PIC 9(8).                           01460000
014700     05  WS-LD-REMITTER       PIC X(20).                          01470000
014800     05  FILLER               PIC X(1).                           01480000
014900                                                                  01490000
015000******************************************************************01500000
015100* BATCHES SEEN - every batch number already taken in this run,    01510000
015200* so a batch the bank sends twice cannot post twice.              01520000
015300******************************************************************01530000
015400 01  WS-SEEN-TABLE.                                               01540000
015500     05  WS-SEEN-ENTRY OCCURS 500 TIMES                           01550000
015600             INDEXED BY WS-SEEN-IDX.                              01560000
015700         10  WS-SN-BATCH-NUM      PIC X(6)  VALUE SPACES.         01570000
015800 01  WS-SEEN-COUNT            PIC 9(3)     VALUE 0.               01580000
015900 01  WS-SEEN-FOUND-SW         PIC X(1)     VALUE "N".             01590000
016000     88  WS-SEEN-FOUND                     VALUE "Y".             01600000
016100                                                                  01610000
016200******************************************************************01620000
016300* DEPOSIT DAY TABLE - batches and dollars by deposit date, for    01630000
016400* the day summary at the end of the reconciliation.               01640000
016500******************************************************************01650000
016600 01  WS-DAY-TABLE.                                                01660000
016700     05  WS-DAY-ENTRY OCCURS 31 TIMES                             01670000
016800             INDEXED BY WS-DAY-IDX.                               01680000
016900         10  WS-DY-DATE           PIC 9(8)     VALUE 0.           01690000
017000         10  WS-DY-BATCHES        PIC 9(5)     VALUE 0.           01700000
017100         10  WS-DY-BALANCED       PIC 9(5)     VALUE 0.           01710000
017200         10  WS-DY-REJECTED       PIC 9(5)     VALUE 0.           01720000
017300         10  WS-DY-DEPOSIT        PIC 9(9)V99  VALUE 0.           01730000
017400         10  WS-DY-POSTED         PIC 9(9)V99  VALUE 0.           01740000
017500 01  WS-DAY-COUNT             PIC 9(3)     VALUE 0.               01750000
017600 01  WS-DAY-FOUND-SW          PIC X(1)     VALUE "N".             01760000
017700     88  WS-DAY-FOUND                      VALUE "Y".             01770000
017800 01  WS-DAY-UNPOSTED          PIC 9(9)V99  VALUE 0.               01780000
017900                                                                  01790000
018000******************************************************************01800000
018100* FILE STATUS / END-OF-FILE SWITCHES                              01810000
018200******************************************************************01820000
018300 01  WS-LOCKBOX-STATUS        PIC X(2)     VALUE "00".            01830000
018400 01  WS-PAYRECV-STATUS        PIC X(2)     VALUE "00".            01840000
018500 01  WS-LBREJECT-STATUS       PIC X(2)     VALUE "00".            01850000
018600 01  WS-LBRECON-STATUS        PIC X(2)     VALUE "00".            01860000
018700 01  WS-LOCKBOX-EOF-SW        PIC X(1)     VALUE "N".             01870000
018800     88  WS-EOF-LOCKBOX                    VALUE "Y".             01880000
018900                                                                  01890000
019000******************************************************************01900000
019100* RUN COUNTERS AND TOTALS                                         01910000
019200******************************************************************01920000
019300 01  WS-BATCHES-READ          PIC 9(5)     VALUE 0.               01930000
019400 01  WS-BATCHES-BALANCED      PIC 9(5)     VALUE 0.               01940000
019500 01  WS-BATCHES-REJECTED      PIC 9(5)     VALUE 0.               01950000
019600 01  WS-ITEMS-POSTED          PIC 9(5)     VALUE 0.               01960000
019700 01  WS-STRAY-COUNT           PIC 9(5)     VALUE 0.               01970000
019800 01  WS-TOTAL-DEPOSIT         PIC 9(9)V99  VALUE 0.               01980000
019900 01  WS-TOTAL-POSTED          PIC 9(9)V99  VALUE 0.               01990000
020000                                                                  02000000
020100******************************************************************02010000
020200* REPORT WORK AREAS                                               02020000
020300******************************************************************02030000
020400 01  WS-LBRECON-LINE          PIC X(132)   VALUE SPACES.          02040000
020500 01  WS-SYS-DATE8             PIC 9(8)     VALUE 0.               02050000
020600 01  WS-SYS-DATE-R REDEFINES WS-SYS-DATE8.                        02060000
020700     05  WS-SYS-CCYY          PIC 9(4).                           02070000
020800     05  WS-SYS-MM            PIC 99.                             02080000
020900     05  WS-SYS-DD            PIC 99.                             02090000
021000 01  WS-RUN-DATE-ED           PIC X(8)     VALUE SPACES.          02100000
021100 01  WS-DATE-IN               PIC 9(8)     VALUE 0.               02110000
021200 01  WS-DATE-IN-R REDEFINES WS-DATE-IN.                           02120000
021300     05  WS-DATE-IN-CCYY      PIC 9(4).                           02130000
021400     05  WS-DATE-IN-MM        PIC 99.                             02140000
021500     05  WS-DATE-IN-DD        PIC 99.                             02150000
021600 01  WS-DATE-ED               PIC X(10)    VALUE SPACES.          02160000
021700                                                                  02170000
021800******************************************************************02180000
021900* EDITED FIELDS FOR DISPLAY                                       02190000
022000******************************************************************02200000
022100 01  WS-MONEY-ED              PIC $$,$$$,$$9.99.                  02210000
022200 01  WS-SMONEY-ED             PIC -$$,$$$,$$9.99.                 02220000
022300 01  WS-TOTAL-ED              PIC $$$,$$$,$$9.99.                 02230000
022400 01  WS-COUNT-ED              PIC ZZ,ZZ9.                         02240000
022500                                                                  02250000
022600******************************************************************02260000
022700* IT'S GO TIME!                                                   02270000
022800******************************************************************02280000
022900 PROCEDURE DIVISION.                                              02290000
023000                                                                  02300000
023100******************************************************************02310000
023200* MAINLINE - OPEN THE FILES, FOOT EVERY LOCKBOX BATCH AGAINST     02320000
023300* ITS TRAILER, POST THE BALANCED ONES, REJECT THE REST, CLOSE     02330000
023400* WITH THE DAY SUMMARY AND RUN TOTALS, THEN STOP                  02340000
023500******************************************************************02350000
023600 000-MAIN.                                                        02360000
023700     DISPLAY '*******************************************'.       02370000
023800     DISPLAY '*** UTIL1400 - LOCKBOX DEPOSIT INTAKE   ***'.       02380000
023900     DISPLAY '*******************************************'.       02390000
024000     DISPLAY ' '.                                                 02400000
024100                                                                  02410000
024200     ACCEPT WS-SYS-DATE8 FROM DATE YYYYMMDD.                      02420000
024300     PERFORM 100-OPEN-FILES.                                      02430000
024400                                                                  02440000
024500     IF NOT WS-EOF-LOCKBOX                                        02450000
024600         PERFORM 700-READ-LOCKBOX                                 02460000
024700         PERFORM UNTIL WS-EOF-LOCKBOX                             02470000
024800             PERFORM 600-PROCESS-RECORD                           02480000
024900             PERFORM 700-READ-LOCKBOX                             02490000
025000         END-PERFORM                                              02500000
025100         IF WS-BATCH-OPEN                                         02510000
025200             MOVE "NO TRAILER FOR BATCH" TO WS-REJECT-REASON      02520000
025300             PERFORM 640-CLOSE-BATCH                              02530000
025400         END-IF                                                   02540000
025500         CLOSE LOCKBOX-FILE                                       02550000
025600     END-IF.                                                      02560000
025700                                                                  02570000
025800     PERFORM 800-CLOSE-WITH-TOTALS.                               02580000
025900     STOP RUN.                                                    02590000
026000                                                                  02600000
026100******************************************************************02610000
026200* Open the lockbox file, PAYRECV, the reject file, and the        02620000
026300* reconciliation report with its headings. PAYRECV is opened      02630000
026400* even when no lockbox file came in, so the edit never sees       02640000
026500* an old generation.                                              02650000
026600******************************************************************02660000
026700 100-OPEN-FILES.                                                  02670000
026800     OPEN INPUT LOCKBOX-FILE.                                     02680000
026900     IF WS-LOCKBOX-STATUS = "35"                                  02690000
027000         DISPLAY 'NO LOCKBOX FOUND, NO DEPOSITS TO POST'          02700000
027100         MOVE "Y" TO WS-LOCKBOX-EOF-SW                            02710000
027200     ELSE                                                         02720000
027300         IF WS-LOCKBOX-STATUS NOT = "00"                          02730000
027400             DISPLAY 'UNABLE TO OPEN LOCKBOX, STATUS: '           02740000
027500                 WS-LOCKBOX-STATUS                                02750000
027600             STOP RUN                                             02760000
027700         END-IF                                                   02770000
027800     END-IF.                                                      02780000
027900                                                                  02790000
028000     OPEN OUTPUT PAYRECV-FILE.                                    02800000
028100     IF WS-PAYRECV-STATUS NOT = "00"                              02810000
028200         DISPLAY 'UNABLE TO OPEN PAYRECV, STATUS: '               02820000
028300             WS-PAYRECV-STATUS                                    02830000
028400         STOP RUN                                                 02840000
028500     END-IF.                                                      02850000
028600                                                                  02860000
028700     OPEN OUTPUT LBREJECT-FILE.                                   02870000
028800     IF WS-LBREJECT-STATUS NOT = "00"                             02880000
028900         DISPLAY 'UNABLE TO OPEN LBREJECT, STATUS: '              02890000
029000             WS-LBREJECT-STATUS                                   02900000
029100         STOP RUN                                                 02910000
029200     END-IF.                                                      02920000
029300                                                                  02930000
029400     OPEN OUTPUT LBRECON-FILE.                                    02940000
029500     IF WS-LBRECON-STATUS NOT = "00"                              02950000
029600         DISPLAY 'UNABLE TO OPEN LBRECON, STATUS: '               02960000
029700             WS-LBRECON-STATUS                                    02970000
029800         STOP RUN                                                 02980000
029900     END-IF.                                                      02990000
030000                                                                  03000000
030100     STRING WS-SYS-MM "/" WS-SYS-DD "/" WS-SYS-CCYY(3:2)          03010000
030200         DELIMITED BY SIZE INTO WS-RUN-DATE-ED.                   03020000
030300                                                                  03030000
030400     MOVE SPACES TO WS-LBRECON-LINE.                              03040000
030500     STRING "UTIL1400 LOCKBOX DEPOSIT RECONCILIATION" " "         03050000
030600         "RUN DATE: " WS-RUN-DATE-ED                              03060000
030700         DELIMITED BY SIZE INTO WS-LBRECON-LINE.                  03070000
030800     MOVE WS-LBRECON-LINE TO LBRECON-REC.                         03080000
030900     WRITE LBRECON-REC.                                           03090000
031000                                                                  03100000
031100     MOVE SPACES TO WS-LBRECON-LINE.                              03110000
031200     MOVE WS-LBRECON-LINE TO LBRECON-REC.                         03120000
031300     WRITE LBRECON-REC.                                           03130000
031400                                                                  03140000
031500     MOVE SPACES TO WS-LBRECON-LINE.                              03150000
031600     STRING "BATCH   DEPOSIT    TRAILER   ITEMS  TRAILER TOTA"    03160000
031700         "L    ITEMS TOTAL     DIFFERENCE  STATUS"                03170000
031800         DELIMITED BY SIZE INTO WS-LBRECON-LINE.                  03180000
031900     MOVE WS-LBRECON-LINE TO LBRECON-REC.                         03190000
032000     WRITE LBRECON-REC.                                           03200000
032100                                                                  03210000
032200     MOVE SPACES TO WS-LBRECON-LINE.                              03220000
032300     MOVE WS-LBRECON-LINE TO LBRECON-REC.                         03230000
032400     WRITE LBRECON-REC.                                           03240000
032500                                                                  03250000
032600******************************************************************03260000
032700* Route one lockbox record by its type. A header opens a          03270000
032800* batch (closing, as rejected, any batch that never got its       03280000
032900* trailer); a trailer proves and closes it; anything else         03290000
033000* inside a batch is held with it. A record outside any batch      03300000
033100* cannot be proved and goes straight to the reject file.          03310000
033200******************************************************************03320000
033300 600-PROCESS-RECORD.                                              03330000
033400     EVALUATE TRUE                                                03340000
033500         WHEN LB-HEADER                                           03350000
033600             IF WS-BATCH-OPEN                                     03360000
033700                 MOVE "NO TRAILER FOR BATCH"                      03370000
033800                     TO WS-REJECT-REASON                          03380000
033900                 PERFORM 640-CLOSE-BATCH                          03390000
034000             END-IF                                               03400000
034100             PERFORM 610-START-BATCH                              03410000
034200         WHEN NOT WS-BATCH-OPEN                                   03420000
034300             PERFORM 660-STRAY-RECORD                             03430000
034400         WHEN LB-TRAILER                                          03440000
034500             PERFORM 630-END-BATCH                                03450000
034600         WHEN OTHER                                               03460000
034700             PERFORM 620-HOLD-ITEM                                03470000
034800     END-EVALUATE.                                                03480000
034900                                                                  03490000
035000******************************************************************03500000
035100* Open a new batch from its header. A batch number already        03510000
035200* taken this run, or a deposit date that is not a date,           03520000
035300* rejects the batch once its trailer arrives.                     03530000
035400******************************************************************03540000
035500 610-START-BATCH.                                                 03550000
035600     SET WS-BATCH-OPEN TO TRUE.                                   03560000
035700     MOVE "N" TO WS-TRAILER-SW.                                   03570000
035800     MOVE SPACES TO WS-REJECT-REASON.                             03580000
035900     MOVE SPACES TO WS-TRAILER-IMAGE.                             03590000
036000     MOVE LOCKBOX-REC TO WS-HEADER-IMAGE.                         03600000
036100     MOVE LH-BATCH-NUM TO WS-BATCH-NUM.                           03610000
036200     MOVE 0 TO WS-TRLR-COUNT.                                     03620000
036300     MOVE 0 TO WS-TRLR-TOTAL.                                     03630000
036400     MOVE 0 TO WS-ITEM-COUNT.                                     03640000
036500     MOVE 0 TO WS-ITEM-TOTAL.                                     03650000
036600     MOVE 0 TO WS-BATCH-REC-COUNT.                                03660000
036700     ADD 1 TO WS-BATCHES-READ.                                    03670000
036800                                                                  03680000
036900     IF LH-DEPOSIT-DATE IS NUMERIC                                03690000
037000         MOVE LH-DEPOSIT-DATE TO WS-DEPOSIT-DATE                  03700000
037100     ELSE                                                         03710000
037200         MOVE 0 TO WS-DEPOSIT-DATE                                03720000
037300         MOVE "INVALID DEPOSIT DATE" TO WS-REJECT-REASON          03730000
037400     END-IF.                                                      03740000
037500                                                                  03750000
037600     MOVE "N" TO WS-SEEN-FOUND-SW.                                03760000
037700     SET WS-SEEN-IDX TO 1.                                        03770000
037800     SEARCH WS-SEEN-ENTRY                                         03780000
037900         AT END                                                   03790000
038000             CONTINUE                                             03800000
038100         WHEN WS-SN-BATCH-NUM(WS-SEEN-IDX) = WS-BATCH-NUM         03810000
038200             SET WS-SEEN-FOUND TO TRUE                            03820000
038300     END-SEARCH.                                                  03830000
038400                                                                  03840000
038500     IF WS-SEEN-FOUND                                             03850000
038600         MOVE "DUPLICATE BATCH NUMBER" TO WS-REJECT-REASON        03860000
038700     ELSE                                                         03870000
038800         IF WS-SEEN-COUNT < 500                                   03880000
038900             ADD 1 TO WS-SEEN-COUNT                               03890000
039000             SET WS-SEEN-IDX TO WS-SEEN-COUNT                     03900000
039100             MOVE WS-BATCH-NUM TO WS-SN-BATCH-NUM(WS-SEEN-IDX)    03910000
039200         ELSE                                                     03920000
039300             DISPLAY 'MORE THAN 500 LOCKBOX BATCHES - '           03930000
039400                 'RAISE THE TABLE BEFORE RERUNNING'               03940000
039500             MOVE 16 TO RETURN-CODE                               03950000
039600             STOP RUN                                             03960000
039700         END-IF                                                   03970000
039800     END-IF.                                                      03980000
039900                                                                  03990000
040000******************************************************************04000000
040100* Hold one record inside the open batch and foot it. Only a       04010000
040200* payment item counts toward the trailer; an item whose           04020000
040300* amount or date is not numeric, that names another batch,        04030000
040400* or a record of an unknown type, rejects the batch.              04040000
040500******************************************************************04050000
040600 620-HOLD-ITEM.                                                   04060000
040700     IF WS-BATCH-REC-COUNT < 999                                  04070000
040800         ADD 1 TO WS-BATCH-REC-COUNT                              04080000
040900         SET WS-BAT-IDX TO WS-BATCH-REC-COUNT                     04090000
041000         MOVE LOCKBOX-REC TO WS-BI-IMAGE(WS-BAT-IDX)              04100000
041100     ELSE                                                         04110000
041200         DISPLAY 'LOCKBOX BATCH ' WS-BATCH-NUM                    04120000
041300             ' HAS MORE THAN 999 ITEMS - '                        04130000
041400             'RAISE THE TABLE BEFORE RERUNNING'                   04140000
041500         MOVE 16 TO RETURN-CODE                                   04150000
041600         STOP RUN                                                 04160000
041700     END-IF.                                                      04170000
041800                                                                  04180000
041900     MOVE LOCKBOX-REC TO WS-ITEM-IMAGE.                           04190000
042000     IF LB-ITEM                                                   04200000
042100         ADD 1 TO WS-ITEM-COUNT                                   04210000
042200         IF WS-LD-AMOUNT IS NUMERIC                               04220000
042300             ADD WS-LD-AMOUNT TO WS-ITEM-TOTAL                    04230000
042400         ELSE                                                     04240000
042500             IF WS-REJECT-REASON = SPACES                         04250000
042600                 MOVE "NON-NUMERIC ITEM AMOUNT"                   04260000
042700                     TO WS-REJECT-REASON                          04270000
042800             END-IF                                               04280000
042900         END-IF                                                   04290000
043000         IF WS-LD-PAY-DATE IS NOT NUMERIC                         04300000
043100             AND WS-REJECT-REASON = SPACES                        04310000
043200             MOVE "INVALID PAYMENT DATE" TO WS-REJECT-REASON      04320000
043300         END-IF                                                   04330000
043400         IF WS-LD-BATCH-NUM NOT = WS-BATCH-NUM                    04340000
043500             AND WS-REJECT-REASON = SPACES                        04350000
043600             MOVE "ITEM FROM ANOTHER BATCH"                       04360000
043700                 TO WS-REJECT-REASON                              04370000
043800         END-IF                                                   04380000
043900     ELSE                                                         04390000
044000         IF WS-REJECT-REASON = SPACES                             04400000
044100             MOVE "UNKNOWN RECORD TYPE IN BATCH"                  04410000
044200                 TO WS-REJECT-REASON                              04420000
044300         END-IF                                                   04430000
044400     END-IF.                                                      04440000
044500                                                                  04450000
044600******************************************************************04460000
044700* Foot the batch against its trailer: same batch, same item       04470000
044800* count, same dollars. The first thing that does not agree is     04480000
044900* the reason the batch rejects.                                   04490000
045000******************************************************************04500000
045100 630-END-BATCH.                                                   04510000
045200     SET WS-TRAILER-FOUND TO TRUE.                                04520000
045300     MOVE LOCKBOX-REC TO WS-TRAILER-IMAGE.                        04530000
045400                                                                  04540000
045500     IF LT-ITEM-COUNT IS NUMERIC                                  04550000
045600         MOVE LT-ITEM-COUNT TO WS-TRLR-COUNT                      04560000
045700     ELSE                                                         04570000
045800         MOVE 0 TO WS-TRLR-COUNT                                  04580000
045900     END-IF.                                                      04590000
046000     IF LT-BATCH-TOTAL IS NUMERIC                                 04600000
046100         MOVE LT-BATCH-TOTAL TO WS-TRLR-TOTAL                     04610000
046200     ELSE                                                         04620000
046300         MOVE 0 TO WS-TRLR-TOTAL                                  04630000
046400     END-IF.                                                      04640000
046500                                                                  04650000
046600     IF WS-REJECT-REASON = SPACES                                 04660000
046700         EVALUATE TRUE                                            04670000
046800             WHEN LT-BATCH-NUM NOT = WS-BATCH-NUM                 04680000
046900                 MOVE "TRAILER FOR ANOTHER BATCH"                 04690000
047000                     TO WS-REJECT-REASON                          04700000
047100             WHEN LT-ITEM-COUNT IS NOT NUMERIC                    04710000
047200                 OR LT-BATCH-TOTAL IS NOT NUMERIC                 04720000
047300                 MOVE "NON-NUMERIC TRAILER TOTALS"                04730000
047400                     TO WS-REJECT-REASON                          04740000
047500             WHEN WS-ITEM-COUNT NOT = WS-TRLR-COUNT               04750000
047600                 MOVE "ITEM COUNT DOES NOT FOOT"                  04760000
047700                     TO WS-REJECT-REASON                          04770000
047800             WHEN WS-ITEM-TOTAL NOT = WS-TRLR-TOTAL               04780000
047900                 MOVE "DOLLAR TOTAL DOES NOT FOOT"                04790000
048000                     TO WS-REJECT-REASON                          04800000
048100             WHEN OTHER                                           04810000
048200                 CONTINUE                                         04820000
048300         END-EVALUATE                                             04830000
048400     END-IF.                                                      04840000
048500                                                                  04850000
048600     PERFORM 640-CLOSE-BATCH.                                     04860000
048700                                                                  04870000
048800******************************************************************04880000
048900* Close the open batch: post it if nothing rejected it,           04890000
049000* otherwise reject it whole, then reconcile it on the report      04900000
049100* and into its deposit day. What the bank deposited is the        04910000
049200* trailer total - or, with no trailer, what the items add to.     04920000
049300******************************************************************04930000
049400 640-CLOSE-BATCH.                                                 04940000
049500     IF WS-TRAILER-FOUND                                          04950000
049600         MOVE WS-TRLR-TOTAL TO WS-BATCH-DEPOSIT                   04960000
049700     ELSE                                                         04970000
049800         MOVE WS-ITEM-TOTAL TO WS-BATCH-DEPOSIT                   04980000
049900     END-IF.                                                      04990000
050000     COMPUTE WS-BATCH-DIFF = WS-TRLR-TOTAL - WS-ITEM-TOTAL.       05000000
050100                                                                  05010000
050200     IF WS-REJECT-REASON = SPACES                                 05020000
050300         PERFORM 645-POST-BATCH                                   05030000
050400     ELSE                                                         05040000
050500         PERFORM 650-REJECT-BATCH                                 05050000
050600     END-IF.                                                      05060000
050700                                                                  05070000
050800     PERFORM 670-ADD-DAY-TOTALS.                                  05080000
050900     MOVE "N" TO WS-BATCH-OPEN-SW.                                05090000
051000                                                                  05100000
051100******************************************************************05110000
051200* Write every payment item of a balanced batch to PAYRECV         05120000
051300* with its date paid and batch/check reference.                   05130000
051400******************************************************************05140000
051500 645-POST-BATCH.                                                  05150000
051600     ADD 1 TO WS-BATCHES-BALANCED.                                05160000
051700     ADD WS-ITEM-TOTAL TO WS-TOTAL-POSTED.                        05170000
051800                                                                  05180000
051900     SET WS-BAT-IDX TO 1.                                         05190000
052000     PERFORM UNTIL WS-BAT-IDX > WS-BATCH-REC-COUNT                05200000
052100         MOVE WS-BI-IMAGE(WS-BAT-IDX) TO WS-ITEM-IMAGE            05210000
052200         MOVE WS-LD-ACCT-NUM  TO PR-ACCT-NUM                      05220000
052300         MOVE WS-LD-AMOUNT    TO PR-AMOUNT-PAID                   05230000
052400         MOVE WS-LD-PAY-DATE  TO PR-PAY-DATE                      05240000
052500         MOVE WS-BATCH-NUM    TO PR-BATCH-NUM                     05250000
052600         MOVE WS-LD-CHECK-NUM TO PR-CHECK-NUM                     05260000
052700         WRITE PAYRECV-REC                                        05270000
052800         ADD 1 TO WS-ITEMS-POSTED                                 05280000
052900         SET WS-BAT-IDX UP BY 1                                   05290000
053000     END-PERFORM.                                                 05300000
053100                                                                  05310000
053200     MOVE "BALANCED" TO WS-REJECT-REASON.                         05320000
053300     PERFORM 680-WRITE-BATCH-LINE.                                05330000
053400                                                                  05340000
053500******************************************************************05350000
053600* Reject a batch whole: copy it to LBREJECT exactly as it came    05360000
053700* in, and list its items under the batch line so the clerk can    05370000
053800* work the deposit with the bank.                                 05380000
053900******************************************************************05390000
054000 650-REJECT-BATCH.                                                05400000
054100     ADD 1 TO WS-BATCHES-REJECTED.                                05410000
054200     PERFORM 680-WRITE-BATCH-LINE.                                05420000
054300                                                                  05430000
054400     MOVE WS-HEADER-IMAGE TO LBREJECT-REC.                        05440000
054500     WRITE LBREJECT-REC.                                          05450000
054600                                                                  05460000
054700     SET WS-BAT-IDX TO 1.                                         05470000
054800     PERFORM UNTIL WS-BAT-IDX > WS-BATCH-REC-COUNT                05480000
054900         MOVE WS-BI-IMAGE(WS-BAT-IDX) TO WS-ITEM-IMAGE            05490000
055000         MOVE WS-ITEM-IMAGE TO LBREJECT-REC                       05500000
055100         WRITE LBREJECT-REC                                       05510000
055200         PERFORM 655-LIST-REJECTED-ITEM                           05520000
055300         SET WS-BAT-IDX UP BY 1                                   05530000
055400     END-PERFORM.                                                 05540000
055500                                                                  05550000
055600     IF WS-TRAILER-FOUND                                          05560000
055700         MOVE WS-TRAILER-IMAGE TO LBREJECT-REC                    05570000
055800         WRITE LBREJECT-REC                                       05580000
055900     END-IF.                                                      05590000
056000                                                                  05600000
056100     MOVE SPACES TO WS-LBRECON-LINE.                              05610000
056200     MOVE WS-LBRECON-LINE TO LBRECON-REC.                         05620000
056300     WRITE LBRECON-REC.                                           05630000
056400                                                                  05640000
056500******************************************************************05650000
056600* One held record of a rejected batch on the report: account,     05660000
056700* check, amount, date paid, and remitter.                         05670000
056800******************************************************************05680000
056900 655-LIST-REJECTED-ITEM.                                          05690000
057000     MOVE SPACES TO WS-LBRECON-LINE.                              05700000
057100     IF WS-LD-REC-TYPE = "D"                                      05710000
057200         MOVE WS-LD-ACCT-NUM TO WS-LBRECON-LINE(9:6)              05720000
057300         MOVE WS-LD-CHECK-NUM TO WS-LBRECON-LINE(17:10)           05730000
057400         IF WS-LD-AMOUNT IS NUMERIC                               05740000
057500             MOVE WS-LD-AMOUNT TO WS-MONEY-ED                     05750000
057600             MOVE WS-MONEY-ED TO WS-LBRECON-LINE(29:13)           05760000
057700         ELSE                                                     05770000
057800             MOVE "BAD AMOUNT" TO WS-LBRECON-LINE(32:10)          05780000
057900         END-IF                                                   05790000
058000         IF WS-LD-PAY-DATE IS NUMERIC                             05800000
058100             MOVE WS-LD-PAY-DATE TO WS-DATE-IN                    05810000
058200             PERFORM 690-FORMAT-DATE                              05820000
058300             MOVE WS-DATE-ED TO WS-LBRECON-LINE(44:10)            05830000
058400         ELSE                                                     05840000
058500             MOVE "BAD DATE" TO WS-LBRECON-LINE(44:8)             05850000
058600         END-IF                                                   05860000
058700         MOVE WS-LD-REMITTER TO WS-LBRECON-LINE(56:20)            05870000
058800     ELSE                                                         05880000
058900         MOVE "RECORD TYPE" TO WS-LBRECON-LINE(9:11)              05890000
059000         MOVE WS-LD-REC-TYPE TO WS-LBRECON-LINE(21:1)             05900000
059100     END-IF.                                                      05910000
059200     MOVE WS-LBRECON-LINE TO LBRECON-REC.                         05920000
059300     WRITE LBRECON-REC.                                           05930000
059400                                                                  05940000
059500******************************************************************05950000
059600* A record that arrived outside any batch - nothing to foot it    05960000
059700* against, so it is rejected on its own and listed.               05970000
059800******************************************************************05980000
059900 660-STRAY-RECORD.                                                05990000
060000     ADD 1 TO WS-STRAY-COUNT.                                     06000000
060100     MOVE LOCKBOX-REC TO LBREJECT-REC.                            06010000
060200     WRITE LBREJECT-REC.                                          06020000
060300                                                                  06030000
060400     MOVE SPACES TO WS-LBRECON-LINE.                              06040000
060500     MOVE LB-BATCH-NUM TO WS-LBRECON-LINE(1:6).                   06050000
060600     STRING "RECORD TYPE " LB-REC-TYPE                            06060000
060700         " OUTSIDE ANY BATCH - REJECTED"                          06070000
060800         DELIMITED BY SIZE INTO WS-LBRECON-LINE(9:42).            06080000
060900     MOVE WS-LBRECON-LINE TO LBRECON-REC.                         06090000
061000     WRITE LBRECON-REC.                                           06100000
061100                                                                  06110000
061200******************************************************************06120000
061300* Add the closed batch into its deposit day.                      06130000
061400******************************************************************06140000
061500 670-ADD-DAY-TOTALS.                                              06150000
061600     MOVE "N" TO WS-DAY-FOUND-SW.                                 06160000
061700     SET WS-DAY-IDX TO 1.                                         06170000
061800     SEARCH WS-DAY-ENTRY                                          06180000
061900         AT END                                                   06190000
062000             CONTINUE                                             06200000
062100         WHEN WS-DY-DATE(WS-DAY-IDX) = WS-DEPOSIT-DATE            06210000
062200             AND WS-DY-BATCHES(WS-DAY-IDX) > 0                    06220000
062300             SET WS-DAY-FOUND TO TRUE                             06230000
062400     END-SEARCH.                                                  06240000
062500                                                                  06250000
062600     IF NOT WS-DAY-FOUND                                          06260000
062700         IF WS-DAY-COUNT < 31                                     06270000
062800             ADD 1 TO WS-DAY-COUNT                                06280000
062900             SET WS-DAY-IDX TO WS-DAY-COUNT                       06290000
063000             MOVE WS-DEPOSIT-DATE TO WS-DY-DATE(WS-DAY-IDX)       06300000
063100         ELSE                                                     06310000
063200             DISPLAY 'MORE THAN 31 DEPOSIT DAYS IN ONE LOCKBOX '  06320000
063300                 'FILE - RAISE THE TABLE BEFORE RERUNNING'        06330000
063400             MOVE 16 TO RETURN-CODE                               06340000
063500             STOP RUN                                             06350000
063600         END-IF                                                   06360000
063700     END-IF.                                                      06370000
063800                                                                  06380000
063900     ADD 1 TO WS-DY-BATCHES(WS-DAY-IDX).                          06390000
064000     ADD WS-BATCH-DEPOSIT TO WS-DY-DEPOSIT(WS-DAY-IDX).           06400000
064100     ADD WS-BATCH-DEPOSIT TO WS-TOTAL-DEPOSIT.                    06410000
064200     IF WS-REJECT-REASON = "BALANCED"                             06420000
064300         ADD 1 TO WS-DY-BALANCED(WS-DAY-IDX)                      06430000
064400         ADD WS-ITEM-TOTAL TO WS-DY-POSTED(WS-DAY-IDX)            06440000
064500     ELSE                                                         06450000
064600         ADD 1 TO WS-DY-REJECTED(WS-DAY-IDX)                      06460000
064700     END-IF.                                                      06470000
064800                                                                  06480000
064900******************************************************************06490000
065000* One batch's line on the reconciliation: what the trailer        06500000
065100* says, what the items add to, the difference, and whether        06510000
065200* it posted (or why not).                                         06520000
065300******************************************************************06530000
065400 680-WRITE-BATCH-LINE.                                            06540000
065500     MOVE SPACES TO WS-LBRECON-LINE.                              06550000
065600     MOVE WS-BATCH-NUM TO WS-LBRECON-LINE(1:6).                   06560000
065700     IF WS-DEPOSIT-DATE > 0                                       06570000
065800         MOVE WS-DEPOSIT-DATE TO WS-DATE-IN                       06580000
065900         PERFORM 690-FORMAT-DATE                                  06590000
066000         MOVE WS-DATE-ED TO WS-LBRECON-LINE(9:10)                 06600000
066100     END-IF.                                                      06610000
066200     IF WS-TRAILER-FOUND                                          06620000
066300         MOVE WS-TRLR-COUNT TO WS-COUNT-ED                        06630000
066400         MOVE WS-COUNT-ED TO WS-LBRECON-LINE(21:6)                06640000
066500     ELSE                                                         06650000
066600         MOVE "NONE" TO WS-LBRECON-LINE(23:4)                     06660000
066700     END-IF.                                                      06670000
066800     MOVE WS-ITEM-COUNT TO WS-COUNT-ED.                           06680000
066900     MOVE WS-COUNT-ED TO WS-LBRECON-LINE(29:6).                   06690000
067000     MOVE WS-TRLR-TOTAL TO WS-MONEY-ED.                           06700000
067100     MOVE WS-MONEY-ED TO WS-LBRECON-LINE(37:13).                  06710000
067200     MOVE WS-ITEM-TOTAL TO WS-MONEY-ED.                           06720000
067300     MOVE WS-MONEY-ED TO WS-LBRECON-LINE(52:13).                  06730000
067400     MOVE WS-BATCH-DIFF TO WS-SMONEY-ED.                          06740000
067500     MOVE WS-SMONEY-ED TO WS-LBRECON-LINE(66:14).                 06750000
067600     MOVE WS-REJECT-REASON TO WS-LBRECON-LINE(82:30).             06760000
067700     MOVE WS-LBRECON-LINE TO LBRECON-REC.                         06770000
067800     WRITE LBRECON-REC.                                           06780000
067900                                                                  06790000
068000******************************************************************06800000
068100* Edit the CCYYMMDD date in WS-DATE-IN as MM/DD/CCYY.             06810000
068200******************************************************************06820000
068300 690-FORMAT-DATE.                                                 06830000
068400     MOVE SPACES TO WS-DATE-ED.                                   06840000
068500     STRING WS-DATE-IN-MM "/" WS-DATE-IN-DD "/"                   06850000
068600         WS-DATE-IN-CCYY                                          06860000
068700         DELIMITED BY SIZE INTO WS-DATE-ED.                       06870000
068800                                                                  06880000
068900******************************************************************06890000
069000* Write the deposit day summary and the run totals, close,        06900000
069100* and set return code 4 when anything was rejected.               06910000
069200******************************************************************06920000
069300 800-CLOSE-WITH-TOTALS.                                           06930000
069400     MOVE SPACES TO WS-LBRECON-LINE.                              06940000
069500     MOVE WS-LBRECON-LINE TO LBRECON-REC.                         06950000
069600     WRITE LBRECON-REC.                                           06960000
069700                                                                  06970000
069800     MOVE "DEPOSIT DAY SUMMARY" TO WS-LBRECON-LINE.               06980000
069900     MOVE WS-LBRECON-LINE TO LBRECON-REC.                         06990000
070000     WRITE LBRECON-REC.                                           07000000
070100                                                                  07010000
070200     MOVE SPACES TO WS-LBRECON-LINE.                              07020000
070300     STRING "DEPOSIT    BATCHES BALANCED REJECTED    BANK DEP"    07030000
070400         "OSIT    POSTED TOTAL      NOT POSTED"                   07040000
070500         DELIMITED BY SIZE INTO WS-LBRECON-LINE.                  07050000
070600     MOVE WS-LBRECON-LINE TO LBRECON-REC.                         07060000
070700     WRITE LBRECON-REC.                                           07070000
070800                                                                  07080000
070900     SET WS-DAY-IDX TO 1.                                         07090000
071000     PERFORM UNTIL WS-DAY-IDX > WS-DAY-COUNT                      07100000
071100         PERFORM 810-WRITE-DAY-LINE                               07110000
071200         SET WS-DAY-IDX UP BY 1                                   07120000
071300     END-PERFORM.                                                 07130000
071400                                                                  07140000
071500     MOVE SPACES TO WS-LBRECON-LINE.                              07150000
071600     MOVE WS-LBRECON-LINE TO LBRECON-REC.                         07160000
071700     WRITE LBRECON-REC.                                           07170000
071800                                                                  07180000
071900     MOVE SPACES TO WS-LBRECON-LINE.                              07190000
072000     MOVE WS-BATCHES-READ TO WS-COUNT-ED.                         07200000
072100     STRING "BATCHES READ: " WS-COUNT-ED                          07210000
072200         DELIMITED BY SIZE INTO WS-LBRECON-LINE.                  07220000
072300     MOVE WS-BATCHES-BALANCED TO WS-COUNT-ED.                     07230000
072400     STRING "   BALANCED: " WS-COUNT-ED                           07240000
072500         DELIMITED BY SIZE INTO WS-LBRECON-LINE(21:19).           07250000
072600     MOVE WS-BATCHES-REJECTED TO WS-COUNT-ED.                     07260000
072700     STRING "   REJECTED: " WS-COUNT-ED                           07270000
072800         DELIMITED BY SIZE INTO WS-LBRECON-LINE(40:19).           07280000
072900     MOVE WS-STRAY-COUNT TO WS-COUNT-ED.                          07290000
073000     STRING "   OUTSIDE A BATCH: " WS-COUNT-ED                    07300000
073100         DELIMITED BY SIZE INTO WS-LBRECON-LINE(59:26).           07310000
073200     MOVE WS-LBRECON-LINE TO LBRECON-REC.                         07320000
073300     WRITE LBRECON-REC.                                           07330000
073400                                                                  07340000
073500     MOVE SPACES TO WS-LBRECON-LINE.                              07350000
073600     MOVE WS-ITEMS-POSTED TO WS-COUNT-ED.                         07360000
073700     STRING "PAYMENTS TO PAYRECV: " WS-COUNT-ED                   07370000
073800         DELIMITED BY SIZE INTO WS-LBRECON-LINE.                  07380000
073900     MOVE WS-TOTAL-DEPOSIT TO WS-TOTAL-ED.                        07390000
074000     STRING "   BANK DEPOSIT: " WS-TOTAL-ED                       07400000
074100         DELIMITED BY SIZE INTO WS-LBRECON-LINE(28:31).           07410000
074200     MOVE WS-TOTAL-POSTED TO WS-TOTAL-ED.                         07420000
074300     STRING "   POSTED: " WS-TOTAL-ED                             07430000
074400         DELIMITED BY SIZE INTO WS-LBRECON-LINE(59:25).           07440000
074500     MOVE WS-LBRECON-LINE TO LBRECON-REC.                         07450000
074600     WRITE LBRECON-REC.                                           07460000
074700                                                                  07470000
074800     CLOSE PAYRECV-FILE.                                          07480000
074900     CLOSE LBREJECT-FILE.                                         07490000
075000     CLOSE LBRECON-FILE.                                          07500000
075100                                                                  07510000
075200     MOVE WS-BATCHES-READ TO WS-COUNT-ED.                         07520000
075300     DISPLAY 'BATCHES READ      : ' WS-COUNT-ED.                  07530000
075400     MOVE WS-BATCHES-BALANCED TO WS-COUNT-ED.                     07540000
075500     DISPLAY 'BATCHES BALANCED  : ' WS-COUNT-ED.                  07550000
075600     MOVE WS-BATCHES-REJECTED TO WS-COUNT-ED.                     07560000
075700     DISPLAY 'BATCHES REJECTED  : ' WS-COUNT-ED.                  07570000
075800     MOVE WS-ITEMS-POSTED TO WS-COUNT-ED.                         07580000
075900     DISPLAY 'PAYMENTS POSTED   : ' WS-COUNT-ED.                  07590000
076000     MOVE WS-TOTAL-POSTED TO WS-TOTAL-ED.                         07600000
076100     DISPLAY 'DOLLARS POSTED    : ' WS-TOTAL-ED.                  07610000
076200                                                                  07620000
076300     IF WS-BATCHES-REJECTED > 0 OR WS-STRAY-COUNT > 0             07630000
076400         MOVE 4 TO RETURN-CODE                                    07640000
076500     END-IF.                                                      07650000
076600                                                                  07660000
076700******************************************************************07670000
076800* One deposit day's line of the summary.                          07680000
076900******************************************************************07690000
077000 810-WRITE-DAY-LINE.                                              07700000
077100     MOVE SPACES TO WS-LBRECON-LINE.                              07710000
077200     IF WS-DY-DATE(WS-DAY-IDX) > 0                                07720000
077300         MOVE WS-DY-DATE(WS-DAY-IDX) TO WS-DATE-IN                07730000
077400         PERFORM 690-FORMAT-DATE                                  07740000
077500         MOVE WS-DATE-ED TO WS-LBRECON-LINE(1:10)                 07750000
077600     ELSE                                                         07760000
077700         MOVE "NO DATE" TO WS-LBRECON-LINE(1:7)                   07770000
077800     END-IF.                                                      07780000
077900     MOVE WS-DY-BATCHES(WS-DAY-IDX) TO WS-COUNT-ED.               07790000
078000     MOVE WS-COUNT-ED TO WS-LBRECON-LINE(13:6).                   07800000
078100     MOVE WS-DY-BALANCED(WS-DAY-IDX) TO WS-COUNT-ED.              07810000
078200     MOVE WS-COUNT-ED TO WS-LBRECON-LINE(22:6).                   07820000
078300     MOVE WS-DY-REJECTED(WS-DAY-IDX) TO WS-COUNT-ED.              07830000
078400     MOVE WS-COUNT-ED TO WS-LBRECON-LINE(31:6).                   07840000
078500     MOVE WS-DY-DEPOSIT(WS-DAY-IDX) TO WS-TOTAL-ED.               07850000
078600     MOVE WS-TOTAL-ED TO WS-LBRECON-LINE(39:14).                  07860000
078700     MOVE WS-DY-POSTED(WS-DAY-IDX) TO WS-TOTAL-ED.                07870000
078800     MOVE WS-TOTAL-ED TO WS-LBRECON-LINE(55:14).                  07880000
078900     COMPUTE WS-DAY-UNPOSTED = WS-DY-DEPOSIT(WS-DAY-IDX)          07890000
079000         - WS-DY-POSTED(WS-DAY-IDX).                              07900000
079100     MOVE WS-DAY-UNPOSTED TO WS-TOTAL-ED.                         07910000
079200     MOVE WS-TOTAL-ED TO WS-LBRECON-LINE(71:14).                  07920000
079300     MOVE WS-LBRECON-LINE TO LBRECON-REC.                         07930000
079400     WRITE LBRECON-REC.                                           07940000
079500                                                                  07950000
079600******************************************************************07960000
079700* Read one LOCKBOX record; set WS-EOF-LOCKBOX at end of file.     07970000
079800******************************************************************07980000
079900 700-READ-LOCKBOX.                                                07990000
080000     READ LOCKBOX-FILE                                            08000000
080100         AT END                                                   08010000
080200             MOVE "Y" TO WS-LOCKBOX-EOF-SW                        08020000
080300         NOT AT END                                               08030000
080400             CONTINUE                                             08040000
080500     END-READ.                                                    08050000
