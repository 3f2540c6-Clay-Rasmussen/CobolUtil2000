000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. UTIL3050.                                            00020000
000300******************************************************************00030000
000400*  Programmer.: Clay Rasmussen                                    00040000
000500*  Date.......: October 15, 2026                                  00050000
000600*  GitHub URL.: github.com/Clay-Rasmussen/CobolUtil2000           00060000
000700*  Description: This COBOL program maintains the METRMAST meter   00070000
000800*  inventory from a batch METRTRAN transaction file. Meters are   00080000
000900*  added to inventory with their multiplier and dial count,       00090000
001000*  installed on an account with an initial read, removed with a   00100000
001100*  final read, and changed out - the old meter removed and the    00110000
001200*  new one installed on the same day - in one transaction so      00120000
001300*  UTIL2000 can bill the old meter's last usage on the next       00130000
001400*  bill. Every transaction, applied or rejected, is logged to     00140000
001500*  METAUDIT with the meter record before and after, the same      00150000
001600*  way UTIL3000's CMAUDIT covers master changes.                  00160000
001700******************************************************************00170000
001800 ENVIRONMENT DIVISION.                                            00180000
001900 INPUT-OUTPUT SECTION.                                            00190000
002000 FILE-CONTROL.                                                    00200000
002100**************************************************************    00210000
002200* METRTRAN - the meter transactions: "A" add to inventory,        00220000
002300* "C" change multiplier/dials, "I" install (or change out),       00230000
002400* "R" remove, "D" delete from inventory                           00240000
002500**************************************************************    00250000
002600     SELECT METRTRAN-FILE ASSIGN TO "METRTRAN"                    00260000
002700         ORGANIZATION IS LINE SEQUENTIAL                          00270000
002800         FILE STATUS IS WS-METRTRAN-STATUS.                       00280000
002900                                                                  00290000
003000**************************************************************    00300000
003100* CUSTMAST - customer master, used only to prove the account      00310000
003200* on an install exists                                            00320000
003300**************************************************************    00330000
003400     SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"                    00340000
003500         ORGANIZATION IS LINE SEQUENTIAL                          00350000
003600         FILE STATUS IS WS-CUSTMAST-STATUS.                       00360000
003700                                                                  00370000
003800**************************************************************    00380000
003900* METRMAST - one record per meter, indexed by meter number        00390000
004000* and updated in place. OPTIONAL: a first run simply creates      00400000
004100* it.                                                             00410000
004200**************************************************************    00420000
004300     SELECT OPTIONAL METRMAST-FILE ASSIGN TO "METRMAST"           00430000
004400         ORGANIZATION IS INDEXED                                  00440000
004500         ACCESS MODE IS RANDOM                                    00450000
004600         RECORD KEY IS MM-METER-NUM                               00460000
004700         FILE STATUS IS WS-METRMAST-STATUS.                       00470000
004800                                                                  00480000
004900**************************************************************    00490000
005000* METAUDIT - one record per meter touched with disposition,       00500000
005100* reason, and the meter record before and after                   00510000
005200**************************************************************    00520000
005300     SELECT METAUDIT-FILE ASSIGN TO "METAUDIT"                    00530000
005400         ORGANIZATION IS LINE SEQUENTIAL                          00540000
005500         FILE STATUS IS WS-METAUDIT-STATUS.                       00550000
005600                                                                  00560000
005700 DATA DIVISION.                                                   00570000
005800 FILE SECTION.                                                    00580000
005900**************************************************************    00590000
006000* METRTRAN RECORD - one meter action. Numbers arrive as           00600000
006100* display characters and are edited before use. An install        00610000
006200* that names an old meter is a change-out: the old meter is       00620000
006300* removed at its final read on the same date.                     00630000
006400**************************************************************    00640000
006500 FD  METRTRAN-FILE.                                               00650000
006600 01  METRTRAN-REC.                                                00660000
006700     05  MT-ACTION           PIC X(1).                            00670000
006800     05  MT-METER-NUM        PIC X(10).                           00680000
006900     05  MT-ACCT-NUM         PIC X(6).                            00690000
007000     05  MT-MULTIPLIER       PIC X(5).                            00700000
007100     05  MT-DIAL-COUNT       PIC X(1).                            00710000
007200     05  MT-DATE             PIC X(8).                            00720000
007300     05  MT-READ             PIC X(6).                            00730000
007400     05  MT-OLD-METER-NUM    PIC X(10).                           00740000
007500     05  MT-OLD-FINAL-READ   PIC X(6).                            00750000
007600                                                                  00760000
007700**************************************************************    00770000
007800* CUSTMAST RECORD - account/name/kwh/fee for one customer         00780000
007900**************************************************************    00790000
008000 FD  CUSTMAST-FILE.                                               00800000
008100 01  CUSTMAST-REC.                                                00810000
008200     05  CM-ACCT-NUM         PIC X(6).                            00820000
008300     05  CM-CLASS-CODE       PIC X(1).                            00830000
008400     05  CM-CUST-NAME        PIC X(12).                           00840000
008500     05  CM-KWH-USED         PIC 9(5).                            00850000
008600     05  CM-SERVICE-FEE      PIC 9(3)V99.                         00860000
008700     05  CM-JURIS-CODE       PIC X(2).                            00870000
008800     05  CM-CYCLE-CODE       PIC X(2).                            00880000
008900     05  CM-SVC-ADDR         PIC X(25).                           00890000
009000     05  CM-MAIL-ADDR        PIC X(25).                           00900000
009100     05  CM-MAIL-CITY        PIC X(15).                           00910000
009200     05  CM-MAIL-STATE       PIC X(2).                            00920000
009300     05  CM-MAIL-ZIP         PIC X(5).                            00930000
009400     05  CM-UNDELIV-SW       PIC X(1).                            00940000
009500                                                                  00950000
009600**************************************************************    00960000
009700* METRMAST RECORD - one meter: the account it is installed on     00970000
009800* (spaces while in inventory), the multiplier applied to its      00980000
009900* dial difference, how many dials it has (it rolls over at        00990000
010000* 10 to that power), and its install/remove dates and reads.      01000000
010100* MM-PREV-METER-NUM names the meter this one replaced, and        01010000
010200* MM-FINAL-BILLED-SW says a removed meter's last usage has been   01020001
010300* billed - set by UTIL2000 for a change-out, and at removal       01030001
010310* for a plain removal, whose final read the move-out bills.       01031001
010400**************************************************************    01040000
010500 FD  METRMAST-FILE.                                               01050000
010600 01  METRMAST-REC.                                                01060000
010700     05  MM-METER-NUM         PIC X(10).                          01070000
010800     05  MM-ACCT-NUM          PIC X(6).                           01080000
010900     05  MM-MULTIPLIER        PIC 9(5).                           01090000
011000     05  MM-DIAL-COUNT        PIC 9(1).                           01100000
011100     05  MM-INSTALL-DATE      PIC 9(8).                           01110000
011200     05  MM-INITIAL-READ      PIC 9(6).                           01120000
011300     05  MM-REMOVE-DATE       PIC 9(8).                           01130000
011400     05  MM-FINAL-READ        PIC 9(6).                           01140000
011500     05  MM-PREV-METER-NUM    PIC X(10).                          01150000
011600     05  MM-FINAL-BILLED-SW   PIC X(1).                           01160000
011700                                                                  01170000
011800**************************************************************    01180000
011900* METAUDIT RECORD - disposition of one transaction against        01190000
012000* one meter with the meter record before and after                01200000
012100**************************************************************    01210000
012200 FD  METAUDIT-FILE.                                               01220000
012300 01  METAUDIT-REC.                                                01230000
012400     05  MA-RUN-DATE         PIC 9(8).                            01240000
012500     05  MA-ACTION           PIC X(1).                            01250000
012600     05  MA-METER-NUM        PIC X(10).                           01260000
012700     05  MA-STATUS           PIC X(8).                            01270000
012800     05  MA-REASON           PIC X(30).                           01280000
012900     05  MA-BEFORE-IMAGE     PIC X(61).                           01290000
013000     05  MA-AFTER-IMAGE      PIC X(61).                           01300000
013100                                                                  01310000
013200 WORKING-STORAGE SECTION.                                         01320000
013300                                                                  01330000
013400******************************************************************01340000
013500* CUSTOMER ACCOUNT TABLE - every CM-ACCT-NUM, loaded up front so  01350000
013600* each install can be matched without rereading the master.       01360000
013700* Same bounded-table approach as UTIL3100.                        01370000
013800******************************************************************01380000
013900 01  WS-CUST-TABLE.                                               01390000
014000     05  WS-CUST-ENTRY OCCURS 5000 TIMES                          01400000
014100             INDEXED BY WS-CUST-IDX.                              01410000
014200         10  WS-CT-ACCT-NUM       PIC X(6)  VALUE SPACES.         01420000
014300 01  WS-CUST-COUNT            PIC 9(5)     VALUE 0.               01430000
014400 01  WS-CUST-FOUND-SW         PIC X(1)     VALUE "N".             01440000
014500     88  WS-CUST-FOUND                     VALUE "Y".             01450000
014600                                                                  01460000
014700******************************************************************01470000
014800* CURRENT TRANSACTION FIELDS - each number is proven numeric      01480000
014900* before it is used, the same way UTIL3100 edits DEPTRANS         01490000
015000* amounts.                                                        01500000
015100******************************************************************01510000
015200 01  WS-TRAN-MULT             PIC 9(5)     VALUE 0.               01520000
015300 01  WS-TRAN-MULT-X REDEFINES WS-TRAN-MULT PIC X(5).              01530000
015400 01  WS-TRAN-DIALS            PIC 9(1)     VALUE 0.               01540000
015500 01  WS-TRAN-DIALS-X REDEFINES WS-TRAN-DIALS PIC X(1).            01550000
015600 01  WS-TRAN-DATE             PIC 9(8)     VALUE 0.               01560000
015700 01  WS-TRAN-DATE-X REDEFINES WS-TRAN-DATE PIC X(8).              01570000
015800 01  WS-TRAN-READ             PIC 9(6)     VALUE 0.               01580000
015900 01  WS-TRAN-READ-X REDEFINES WS-TRAN-READ PIC X(6).              01590000
016000 01  WS-OLD-READ              PIC 9(6)     VALUE 0.               01600000
016100 01  WS-OLD-READ-X REDEFINES WS-OLD-READ PIC X(6).                01610000
016200 01  WS-TRAN-VALID-SW         PIC X(1)     VALUE "Y".             01620000
016300     88  WS-TRAN-VALID                     VALUE "Y".             01630000
016400 01  WS-REJECT-REASON         PIC X(30)    VALUE SPACES.          01640000
016500 01  WS-METER-FOUND-SW        PIC X(1)     VALUE "N".             01650000
016600     88  WS-METER-FOUND                    VALUE "Y".             01660000
016700                                                                  01670000
016800******************************************************************01680000
016900* METER WORK AREAS - the record images for the audit trail, the   01690000
017000* old meter held across a change-out, and the highest read a      01700000
017100* meter's dials can show                                          01710000
017200******************************************************************01720000
017300 01  WS-BEFORE-IMAGE          PIC X(61)    VALUE SPACES.          01730000
017400 01  WS-OLD-BEFORE-IMAGE      PIC X(61)    VALUE SPACES.          01740000
017500 01  WS-OLD-AFTER-IMAGE       PIC X(61)    VALUE SPACES.          01750000
017600 01  WS-NEW-METER-IMAGE       PIC X(61)    VALUE SPACES.          01760000
017700 01  WS-CHANGE-OUT-SW         PIC X(1)     VALUE "N".             01770000
017800     88  WS-CHANGE-OUT                     VALUE "Y".             01780000
017900 01  WS-DIAL-LIMIT            PIC 9(7)     VALUE 0.               01790000
018000 01  WS-EDIT-DIALS            PIC 9(1)     VALUE 0.               01800000
018100                                                                  01810000
018200******************************************************************01820000
018300* FILE STATUS / END-OF-FILE SWITCHES                              01830000
018400******************************************************************01840000
018500 01  WS-METRTRAN-STATUS       PIC X(2)     VALUE "00".            01850000
018600 01  WS-CUSTMAST-STATUS       PIC X(2)     VALUE "00".            01860000
018700 01  WS-METRMAST-STATUS       PIC X(2)     VALUE "00".            01870000
018800 01  WS-METAUDIT-STATUS       PIC X(2)     VALUE "00".            01880000
018900 01  WS-METRTRAN-EOF-SW       PIC X(1)     VALUE "N".             01890000
019000     88  WS-EOF-METRTRAN                   VALUE "Y".             01900000
019100 01  WS-CUSTMAST-EOF-SW       PIC X(1)     VALUE "N".             01910000
019200     88  WS-EOF-CUSTMAST                   VALUE "Y".             01920000
019300                                                                  01930000
019400******************************************************************01940000
019500* RUN COUNTERS                                                    01950000
019600******************************************************************01960000
019700 01  WS-ADD-COUNT             PIC 9(5)     VALUE 0.               01970000
019800 01  WS-CHANGE-COUNT          PIC 9(5)     VALUE 0.               01980000
019900 01  WS-INSTALL-COUNT         PIC 9(5)     VALUE 0.               01990000
020000 01  WS-CHGOUT-COUNT          PIC 9(5)     VALUE 0.               02000000
020100 01  WS-REMOVE-COUNT          PIC 9(5)     VALUE 0.               02010000
020200 01  WS-DELETE-COUNT          PIC 9(5)     VALUE 0.               02020000
020300 01  WS-REJECT-COUNT          PIC 9(5)     VALUE 0.               02030000
020400 01  WS-COUNT-ED              PIC ZZ,ZZ9.                         02040000
020500                                                                  02050000
020600 01  WS-SYS-DATE8             PIC 9(8)     VALUE 0.               02060000
020700                                                                  02070000
020800******************************************************************02080000
020900* IT'S GO TIME!                                                   02090000
021000******************************************************************02100000
021100 PROCEDURE DIVISION.                                              02110000
021200                                                                  02120000
021300******************************************************************02130000
021400* MAINLINE - LOAD THE ACCOUNT TABLE, OPEN EVERYTHING, EDIT AND    02140000
021500* APPLY EACH METER TRANSACTION, CLOSE WITH RUN TOTALS, THEN STOP  02150000
021600******************************************************************02160000
021700 000-MAIN.                                                        02170000
021800     DISPLAY '*****************************************'.         02180000
021900     DISPLAY '*** UTIL3050 - METER MAINTENANCE     ***'.          02190000
022000     DISPLAY '*****************************************'.         02200000
022100     DISPLAY ' '.                                                 02210000
022200                                                                  02220000
022300     ACCEPT WS-SYS-DATE8 FROM DATE YYYYMMDD.                      02230000
022400     PERFORM 050-LOAD-CUST-ACCOUNTS.                              02240000
022500     PERFORM 150-OPEN-FILES.                                      02250000
022600                                                                  02260000
022700     PERFORM 700-READ-METRTRAN.                                   02270000
022800     PERFORM UNTIL WS-EOF-METRTRAN                                02280000
022900         PERFORM 600-EDIT-METER-TRAN                              02290000
023000         PERFORM 700-READ-METRTRAN                                02300000
023100     END-PERFORM.                                                 02310000
023200                                                                  02320000
023300     PERFORM 800-CLOSE-WITH-TOTALS.                               02330000
023400     STOP RUN.                                                    02340000
023500                                                                  02350000
023600******************************************************************02360000
023700* Load every CUSTMAST account number. CUSTMAST is required - an   02370000
023800* install run without the master would reject everything.         02380000
023900******************************************************************02390000
024000 050-LOAD-CUST-ACCOUNTS.                                          02400000
024100     OPEN INPUT CUSTMAST-FILE.                                    02410000
024200     IF WS-CUSTMAST-STATUS NOT = "00"                             02420000
024300         DISPLAY 'UNABLE TO OPEN CUSTMAST, STATUS: '              02430000
024400             WS-CUSTMAST-STATUS                                   02440000
024500         STOP RUN                                                 02450000
024600     END-IF.                                                      02460000
024700                                                                  02470000
024800     PERFORM 750-READ-CUSTMAST.                                   02480000
024900     PERFORM UNTIL WS-EOF-CUSTMAST                                02490000
025000         IF WS-CUST-COUNT < 5000                                  02500000
025100             ADD 1 TO WS-CUST-COUNT                               02510000
025200             SET WS-CUST-IDX TO WS-CUST-COUNT                     02520000
025300             MOVE CM-ACCT-NUM TO WS-CT-ACCT-NUM(WS-CUST-IDX)      02530000
025400         ELSE                                                     02540000
025500             DISPLAY 'CUSTMAST HAS MORE THAN 5000 ACCOUNTS - '    02550000
025600                 'RAISE THE TABLE BEFORE RERUNNING'               02560000
025700             MOVE 16 TO RETURN-CODE                               02570000
025800             STOP RUN                                             02580000
025900         END-IF                                                   02590000
026000         PERFORM 750-READ-CUSTMAST                                02600000
026100     END-PERFORM.                                                 02610000
026200     CLOSE CUSTMAST-FILE.                                         02620000
026300                                                                  02630000
026400******************************************************************02640000
026500* Open the transactions, the indexed meter master for update      02650000
026600* (OPTIONAL - a first run creates it), and the audit file.        02660000
026700******************************************************************02670000
026800 150-OPEN-FILES.                                                  02680000
026900     OPEN INPUT METRTRAN-FILE.                                    02690000
027000     IF WS-METRTRAN-STATUS NOT = "00"                             02700000
027100         DISPLAY 'UNABLE TO OPEN METRTRAN, STATUS: '              02710000
027200             WS-METRTRAN-STATUS                                   02720000
027300         STOP RUN                                                 02730000
027400     END-IF.                                                      02740000
027500                                                                  02750000
027600     OPEN I-O METRMAST-FILE.                                      02760000
027700     IF WS-METRMAST-STATUS = "05"                                 02770000
027800         DISPLAY 'NO METRMAST FOUND, STARTING WITH NO METERS'     02780000
027900     ELSE                                                         02790000
028000         IF WS-METRMAST-STATUS NOT = "00"                         02800000
028100             DISPLAY 'UNABLE TO OPEN METRMAST, STATUS: '          02810000
028200                 WS-METRMAST-STATUS                               02820000
028300             STOP RUN                                             02830000
028400         END-IF                                                   02840000
028500     END-IF.                                                      02850000
028600                                                                  02860000
028700     OPEN OUTPUT METAUDIT-FILE.                                   02870000
028800     IF WS-METAUDIT-STATUS NOT = "00"                             02880000
028900         DISPLAY 'UNABLE TO OPEN METAUDIT, STATUS: '              02890000
029000             WS-METAUDIT-STATUS                                   02900000
029100         STOP RUN                                                 02910000
029200     END-IF.                                                      02920000
029300                                                                  02930000
029400******************************************************************02940000
029500* Edit one transaction: the action and meter number first, then   02950000
029600* hand it to the action's own paragraph for the rest. The first   02960000
029700* edit that fails names the reject reason for the audit trail.    02970000
029800******************************************************************02980000
029900 600-EDIT-METER-TRAN.                                             02990000
030000     MOVE "Y" TO WS-TRAN-VALID-SW.                                03000000
030100     MOVE SPACES TO WS-REJECT-REASON.                             03010000
030200     MOVE SPACES TO WS-BEFORE-IMAGE.                              03020000
030300     MOVE "N" TO WS-CHANGE-OUT-SW.                                03030000
030400                                                                  03040000
030500     IF MT-ACTION NOT = "A" AND MT-ACTION NOT = "C"               03050000
030600         AND MT-ACTION NOT = "I" AND MT-ACTION NOT = "R"          03060000
030700         AND MT-ACTION NOT = "D"                                  03070000
030800         MOVE "N" TO WS-TRAN-VALID-SW                             03080000
030900         MOVE 'ACTION NOT A, C, I, R OR D' TO WS-REJECT-REASON    03090000
031000     END-IF.                                                      03100000
031100                                                                  03110000
031200     IF WS-TRAN-VALID AND MT-METER-NUM = SPACES                   03120000
031300         MOVE "N" TO WS-TRAN-VALID-SW                             03130000
031400         MOVE 'METER NUMBER IS BLANK' TO WS-REJECT-REASON         03140000
031500     END-IF.                                                      03150000
031600                                                                  03160000
031700     IF WS-TRAN-VALID                                             03170000
031800         PERFORM 620-READ-METER                                   03180000
031900         IF WS-METER-FOUND                                        03190000
032000             MOVE METRMAST-REC TO WS-BEFORE-IMAGE                 03200000
032100         END-IF                                                   03210000
032200         EVALUATE MT-ACTION                                       03220000
032300             WHEN "A"                                             03230000
032400                 PERFORM 610-ADD-METER                            03240000
032500             WHEN "C"                                             03250000
032600                 PERFORM 630-CHANGE-METER                         03260000
032700             WHEN "I"                                             03270000
032800                 PERFORM 640-INSTALL-METER                        03280000
032900             WHEN "R"                                             03290000
033000                 PERFORM 680-REMOVE-METER                         03300000
033100             WHEN "D"                                             03310000
033200                 PERFORM 690-DELETE-METER                         03320000
033300         END-EVALUATE                                             03330000
033400     ELSE                                                         03340000
033500         PERFORM 660-AUDIT-REJECTED                               03350000
033600     END-IF.                                                      03360000
033700                                                                  03370000
033800******************************************************************03380000
033900* Add a meter to inventory: it must be new to the file and carry  03390000
034000* a usable multiplier and dial count.                             03400000
034100******************************************************************03410000
034200 610-ADD-METER.                                                   03420000
034300     IF WS-METER-FOUND                                            03430000
034400         MOVE 'METER ALREADY ON METRMAST' TO WS-REJECT-REASON     03440000
034500         PERFORM 660-AUDIT-REJECTED                               03450000
034600     ELSE                                                         03460000
034700         PERFORM 612-EDIT-MULT-DIALS                              03470000
034800         IF WS-TRAN-VALID                                         03480000
034900             MOVE MT-METER-NUM   TO MM-METER-NUM                  03490000
035000             MOVE SPACES         TO MM-ACCT-NUM                   03500000
035100             MOVE WS-TRAN-MULT   TO MM-MULTIPLIER                 03510000
035200             MOVE WS-TRAN-DIALS  TO MM-DIAL-COUNT                 03520000
035300             MOVE 0              TO MM-INSTALL-DATE               03530000
035400             MOVE 0              TO MM-INITIAL-READ               03540000
035500             MOVE 0              TO MM-REMOVE-DATE                03550000
035600             MOVE 0              TO MM-FINAL-READ                 03560000
035700             MOVE SPACES         TO MM-PREV-METER-NUM             03570000
035800             MOVE "N"            TO MM-FINAL-BILLED-SW            03580000
035900             WRITE METRMAST-REC                                   03590000
036000                 INVALID KEY                                      03600000
036100                     DISPLAY 'METRMAST WRITE FAILED FOR '         03610000
036200                         MT-METER-NUM ', STATUS: '                03620000
036300                         WS-METRMAST-STATUS                       03630000
036400                     MOVE 16 TO RETURN-CODE                       03640000
036500                     STOP RUN                                     03650000
036600             END-WRITE                                            03660000
036700             ADD 1 TO WS-ADD-COUNT                                03670000
036800             PERFORM 650-AUDIT-APPLIED                            03680000
036900         ELSE                                                     03690000
037000             PERFORM 660-AUDIT-REJECTED                           03700000
037100         END-IF                                                   03710000
037200     END-IF.                                                      03720000
037300                                                                  03730000
037400******************************************************************03740000
037500* Edit the multiplier (1 or more) and dial count (1 to 6 - the    03750000
037600* reads on METERRD are six digits).                               03760000
037700******************************************************************03770000
037800 612-EDIT-MULT-DIALS.                                             03780000
037900     IF MT-MULTIPLIER IS NUMERIC                                  03790000
038000         MOVE MT-MULTIPLIER TO WS-TRAN-MULT-X                     03800000
038100         IF WS-TRAN-MULT = 0                                      03810000
038200             MOVE "N" TO WS-TRAN-VALID-SW                         03820000
038300             MOVE 'MULTIPLIER IS ZERO' TO WS-REJECT-REASON        03830000
038400         END-IF                                                   03840000
038500     ELSE                                                         03850000
038600         MOVE "N" TO WS-TRAN-VALID-SW                             03860000
038700         MOVE 'MULTIPLIER IS NOT NUMERIC' TO WS-REJECT-REASON     03870000
038800     END-IF.                                                      03880000
038900                                                                  03890000
039000     IF WS-TRAN-VALID                                             03900000
039100         IF MT-DIAL-COUNT IS NUMERIC                              03910000
039200             MOVE MT-DIAL-COUNT TO WS-TRAN-DIALS-X                03920000
039300             IF WS-TRAN-DIALS < 1 OR WS-TRAN-DIALS > 6            03930000
039400                 MOVE "N" TO WS-TRAN-VALID-SW                     03940000
039500                 MOVE 'DIAL COUNT NOT 1 THROUGH 6'                03950000
039600                     TO WS-REJECT-REASON                          03960000
039700             END-IF                                               03970000
039800         ELSE                                                     03980000
039900             MOVE "N" TO WS-TRAN-VALID-SW                         03990000
040000             MOVE 'DIAL COUNT IS NOT NUMERIC' TO WS-REJECT-REASON 04000000
040100         END-IF                                                   04010000
040200     END-IF.                                                      04020000
040300                                                                  04030000
040400******************************************************************04040000
040500* Change a meter's multiplier and dial count. An installed        04050000
040600* meter's initial read must still fit the new dials.              04060000
040700******************************************************************04070000
040800 630-CHANGE-METER.                                                04080000
040900     IF NOT WS-METER-FOUND                                        04090000
041000         MOVE 'METER NOT ON METRMAST' TO WS-REJECT-REASON         04100000
041100         PERFORM 660-AUDIT-REJECTED                               04110000
041200     ELSE                                                         04120000
041300         PERFORM 612-EDIT-MULT-DIALS                              04130000
041400         IF WS-TRAN-VALID                                         04140000
041500             MOVE WS-TRAN-DIALS TO WS-EDIT-DIALS                  04150000
041600             PERFORM 618-SET-DIAL-LIMIT                           04160000
041700             IF MM-INITIAL-READ > WS-DIAL-LIMIT                   04170000
041800                 MOVE "N" TO WS-TRAN-VALID-SW                     04180000
041900                 MOVE 'INITIAL READ EXCEEDS NEW DIALS'            04190000
042000                     TO WS-REJECT-REASON                          04200000
042100             END-IF                                               04210000
042200         END-IF                                                   04220000
042300         IF WS-TRAN-VALID                                         04230000
042400             MOVE WS-TRAN-MULT  TO MM-MULTIPLIER                  04240000
042500             MOVE WS-TRAN-DIALS TO MM-DIAL-COUNT                  04250000
042600             PERFORM 625-REWRITE-METER                            04260000
042700             ADD 1 TO WS-CHANGE-COUNT                             04270000
042800             PERFORM 650-AUDIT-APPLIED                            04280000
042900         ELSE                                                     04290000
043000             PERFORM 660-AUDIT-REJECTED                           04300000
043100         END-IF                                                   04310000
043200     END-IF.                                                      04320000
043300                                                                  04330000
043400******************************************************************04340000
043500* Install a meter from inventory on an account. The account must  04350000
043600* be on CUSTMAST, the date and initial read must edit, and a      04360000
043700* meter whose last usage has not yet been billed cannot be        04370000
043800* reinstalled. A transaction naming an old meter is a change-out: 04380000
043900* the old meter must be installed on the same account and is      04390000
044000* removed at its final read on the install date.                  04400000
044100******************************************************************04410000
044200 640-INSTALL-METER.                                               04420000
044300     IF NOT WS-METER-FOUND                                        04430000
044400         MOVE "N" TO WS-TRAN-VALID-SW                             04440000
044500         MOVE 'METER NOT ON METRMAST' TO WS-REJECT-REASON         04450000
044600     ELSE                                                         04460000
044700         IF MM-ACCT-NUM NOT = SPACES AND MM-REMOVE-DATE = 0       04470000
044800             MOVE "N" TO WS-TRAN-VALID-SW                         04480000
044900             MOVE 'METER ALREADY INSTALLED' TO WS-REJECT-REASON   04490000
045000         ELSE                                                     04500000
045100             IF MM-ACCT-NUM NOT = SPACES                          04510000
045200                 AND MM-FINAL-BILLED-SW NOT = "Y"                 04520000
045300                 MOVE "N" TO WS-TRAN-VALID-SW                     04530000
045400                 MOVE 'FINAL READ NOT YET BILLED'                 04540000
045500                     TO WS-REJECT-REASON                          04550000
045600             END-IF                                               04560000
045700         END-IF                                                   04570000
045800     END-IF.                                                      04580000
045900                                                                  04590000
046000     IF WS-TRAN-VALID                                             04600000
046100         PERFORM 615-MATCH-CUSTMAST                               04610000
046200         IF NOT WS-CUST-FOUND                                     04620000
046300             MOVE "N" TO WS-TRAN-VALID-SW                         04630000
046400             MOVE 'ACCOUNT NOT ON CUSTMAST' TO WS-REJECT-REASON   04640000
046500         END-IF                                                   04650000
046600     END-IF.                                                      04660000
046700                                                                  04670000
046800     IF WS-TRAN-VALID                                             04680000
046900         PERFORM 616-EDIT-DATE-READ                               04690000
047000     END-IF.                                                      04700000
047100                                                                  04710000
047200     IF WS-TRAN-VALID AND MT-OLD-METER-NUM NOT = SPACES           04720000
047300         PERFORM 645-EDIT-OLD-METER                               04730000
047400     END-IF.                                                      04740000
047500                                                                  04750000
047600     IF WS-TRAN-VALID                                             04760000
047700         IF WS-CHANGE-OUT                                         04770000
047800             PERFORM 648-REMOVE-OLD-METER                         04780000
047900         END-IF                                                   04790000
048000         PERFORM 620-READ-METER                                   04800000
048100         MOVE MT-ACCT-NUM       TO MM-ACCT-NUM                    04810000
048200         MOVE WS-TRAN-DATE      TO MM-INSTALL-DATE                04820000
048300         MOVE WS-TRAN-READ      TO MM-INITIAL-READ                04830000
048400         MOVE 0                 TO MM-REMOVE-DATE                 04840000
048500         MOVE 0                 TO MM-FINAL-READ                  04850000
048600         MOVE "N"               TO MM-FINAL-BILLED-SW             04860000
048700         IF WS-CHANGE-OUT                                         04870000
048800             MOVE MT-OLD-METER-NUM TO MM-PREV-METER-NUM           04880000
048900         ELSE                                                     04890000
049000             MOVE SPACES           TO MM-PREV-METER-NUM           04900000
049100         END-IF                                                   04910000
049200         PERFORM 625-REWRITE-METER                                04920000
049300         IF WS-CHANGE-OUT                                         04930000
049400             ADD 1 TO WS-CHGOUT-COUNT                             04940000
049500         ELSE                                                     04950000
049600             ADD 1 TO WS-INSTALL-COUNT                            04960000
049700         END-IF                                                   04970000
049800         PERFORM 650-AUDIT-APPLIED                                04980000
049900         IF WS-CHANGE-OUT                                         04990000
050000             PERFORM 655-AUDIT-OLD-METER                          05000000
050100         END-IF                                                   05010000
050200     ELSE                                                         05020000
050300         PERFORM 660-AUDIT-REJECTED                               05030000
050400     END-IF.                                                      05040000
050500                                                                  05050000
050600******************************************************************05060000
050700* Edit the transaction date and read; the read must fit on the    05070000
050800* meter's dials. The meter record is in hand when this runs.      05080000
050900******************************************************************05090000
051000 616-EDIT-DATE-READ.                                              05100000
051100     IF MT-DATE IS NUMERIC                                        05110000
051200         MOVE MT-DATE TO WS-TRAN-DATE-X                           05120000
051300         IF WS-TRAN-DATE = 0                                      05130000
051400             MOVE "N" TO WS-TRAN-VALID-SW                         05140000
051500             MOVE 'DATE IS ZERO' TO WS-REJECT-REASON              05150000
051600         END-IF                                                   05160000
051700     ELSE                                                         05170000
051800         MOVE "N" TO WS-TRAN-VALID-SW                             05180000
051900         MOVE 'DATE IS NOT NUMERIC' TO WS-REJECT-REASON           05190000
052000     END-IF.                                                      05200000
052100                                                                  05210000
052200     IF WS-TRAN-VALID                                             05220000
052300         IF MT-READ IS NUMERIC                                    05230000
052400             MOVE MT-READ TO WS-TRAN-READ-X                       05240000
052500             MOVE MM-DIAL-COUNT TO WS-EDIT-DIALS                  05250000
052600             PERFORM 618-SET-DIAL-LIMIT                           05260000
052700             IF WS-TRAN-READ > WS-DIAL-LIMIT                      05270000
052800                 MOVE "N" TO WS-TRAN-VALID-SW                     05280000
052900                 MOVE 'READ EXCEEDS METER DIALS'                  05290000
053000                     TO WS-REJECT-REASON                          05300000
053100             END-IF                                               05310000
053200         ELSE                                                     05320000
053300             MOVE "N" TO WS-TRAN-VALID-SW                         05330000
053400             MOVE 'READ IS NOT NUMERIC' TO WS-REJECT-REASON       05340000
053500         END-IF                                                   05350000
053600     END-IF.                                                      05360000
053700                                                                  05370000
053800******************************************************************05380000
053900* Edit the old meter on a change-out: it must be a different      05390000
054000* meter, installed on this same account since before the change   05400000
054100* date, with a final read that fits its dials. Leaves the old     05410000
054200* meter's record in hand.                                         05420000
054300******************************************************************05430000
054400 645-EDIT-OLD-METER.                                              05440000
054500     IF MT-OLD-METER-NUM = MT-METER-NUM                           05450000
054600         MOVE "N" TO WS-TRAN-VALID-SW                             05460000
054700         MOVE 'OLD METER SAME AS NEW METER' TO WS-REJECT-REASON   05470000
054800     ELSE                                                         05480000
054900         MOVE MT-OLD-METER-NUM TO MM-METER-NUM                    05490000
055000         READ METRMAST-FILE                                       05500000
055100             INVALID KEY                                          05510000
055200                 MOVE "N" TO WS-TRAN-VALID-SW                     05520000
055300                 MOVE 'OLD METER NOT ON METRMAST'                 05530000
055400                     TO WS-REJECT-REASON                          05540000
055500         END-READ                                                 05550000
055600     END-IF.                                                      05560000
055700                                                                  05570000
055800     IF WS-TRAN-VALID                                             05580000
055900         IF MM-ACCT-NUM NOT = MT-ACCT-NUM OR MM-REMOVE-DATE > 0   05590000
056000             MOVE "N" TO WS-TRAN-VALID-SW                         05600000
056100             MOVE 'OLD METER NOT ON THIS ACCOUNT'                 05610000
056200                 TO WS-REJECT-REASON                              05620000
056300         ELSE                                                     05630000
056400             IF MM-INSTALL-DATE > WS-TRAN-DATE                    05640000
056500                 MOVE "N" TO WS-TRAN-VALID-SW                     05650000
056600                 MOVE 'CHANGE DATE BEFORE OLD INSTALL'            05660000
056700                     TO WS-REJECT-REASON                          05670000
056800             END-IF                                               05680000
056900         END-IF                                                   05690000
057000     END-IF.                                                      05700000
057100                                                                  05710000
057200     IF WS-TRAN-VALID                                             05720000
057300         IF MT-OLD-FINAL-READ IS NUMERIC                          05730000
057400             MOVE MT-OLD-FINAL-READ TO WS-OLD-READ-X              05740000
057500             MOVE MM-DIAL-COUNT TO WS-EDIT-DIALS                  05750000
057600             PERFORM 618-SET-DIAL-LIMIT                           05760000
057700             IF WS-OLD-READ > WS-DIAL-LIMIT                       05770000
057800                 MOVE "N" TO WS-TRAN-VALID-SW                     05780000
057900                 MOVE 'OLD READ EXCEEDS METER DIALS'              05790000
058000                     TO WS-REJECT-REASON                          05800000
058100             ELSE                                                 05810000
058200                 SET WS-CHANGE-OUT TO TRUE                        05820000
058300             END-IF                                               05830000
058400         ELSE                                                     05840000
058500             MOVE "N" TO WS-TRAN-VALID-SW                         05850000
058600             MOVE 'OLD FINAL READ NOT NUMERIC' TO WS-REJECT-REASON05860000
058700         END-IF                                                   05870000
058800     END-IF.                                                      05880000
058900                                                                  05890000
059000******************************************************************05900000
059100* Remove the old meter on a change-out at its final read. Its     05910000
059200* final usage is left unbilled for UTIL2000 to pick up through    05920000
059300* the new meter's MM-PREV-METER-NUM.                              05930000
059400******************************************************************05940000
059500 648-REMOVE-OLD-METER.                                            05950000
059600     MOVE METRMAST-REC  TO WS-OLD-BEFORE-IMAGE.                   05960000
059700     MOVE WS-TRAN-DATE  TO MM-REMOVE-DATE.                        05970000
059800     MOVE WS-OLD-READ   TO MM-FINAL-READ.                         05980000
059900     MOVE "N"           TO MM-FINAL-BILLED-SW.                    05990000
060000     PERFORM 625-REWRITE-METER.                                   06000000
060100     MOVE METRMAST-REC  TO WS-OLD-AFTER-IMAGE.                    06010000
060200     MOVE MT-METER-NUM  TO MM-METER-NUM.                          06020000
060300                                                                  06030000
060400******************************************************************06040000
060500* Remove an installed meter from its account at a final read.     06050000
060600* The meter keeps the account it came off until it is             06060000
060700* reinstalled, so the history shows where it last served.         06070000
060710* Its last usage goes on the account's move-out final bill        06071001
060720* (UTIL2300), not a cycle bill, so it is final billed now and     06072001
060730* free to be reinstalled or deleted.                              06073001
060800******************************************************************06080000
060900 680-REMOVE-METER.                                                06090000
061000     IF NOT WS-METER-FOUND                                        06100000
061100         MOVE "N" TO WS-TRAN-VALID-SW                             06110000
061200         MOVE 'METER NOT ON METRMAST' TO WS-REJECT-REASON         06120000
061300     ELSE                                                         06130000
061400         IF MM-ACCT-NUM = SPACES OR MM-REMOVE-DATE > 0            06140000
061500             MOVE "N" TO WS-TRAN-VALID-SW                         06150000
061600             MOVE 'METER IS NOT INSTALLED' TO WS-REJECT-REASON    06160000
061700         END-IF                                                   06170000
061800     END-IF.                                                      06180000
061900                                                                  06190000
062000     IF WS-TRAN-VALID                                             06200000
062100         PERFORM 616-EDIT-DATE-READ                               06210000
062200     END-IF.                                                      06220000
062300                                                                  06230000
062400     IF WS-TRAN-VALID AND WS-TRAN-DATE < MM-INSTALL-DATE          06240000
062500         MOVE "N" TO WS-TRAN-VALID-SW                             06250000
062600         MOVE 'REMOVE DATE BEFORE INSTALL' TO WS-REJECT-REASON    06260000
062700     END-IF.                                                      06270000
062800                                                                  06280000
062900     IF WS-TRAN-VALID                                             06290000
063000         MOVE WS-TRAN-DATE  TO MM-REMOVE-DATE                     06300000
063100         MOVE WS-TRAN-READ  TO MM-FINAL-READ                      06310000
063200         MOVE "Y"           TO MM-FINAL-BILLED-SW                 06320001
063300         PERFORM 625-REWRITE-METER                                06330000
063400         ADD 1 TO WS-REMOVE-COUNT                                 06340000
063500         PERFORM 650-AUDIT-APPLIED                                06350000
063600     ELSE                                                         06360000
063700         PERFORM 660-AUDIT-REJECTED                               06370000
063800     END-IF.                                                      06380000
063900                                                                  06390000
064000******************************************************************06400000
064100* Delete a meter from the file. Only a meter that is not          06410000
064200* installed and owes no unbilled final read can go.               06420000
064300******************************************************************06430000
064400 690-DELETE-METER.                                                06440000
064500     IF NOT WS-METER-FOUND                                        06450000
064600         MOVE "N" TO WS-TRAN-VALID-SW                             06460000
064700         MOVE 'METER NOT ON METRMAST' TO WS-REJECT-REASON         06470000
064800     ELSE                                                         06480000
064900         IF MM-ACCT-NUM NOT = SPACES AND MM-REMOVE-DATE = 0       06490000
065000             MOVE "N" TO WS-TRAN-VALID-SW                         06500000
065100             MOVE 'METER IS INSTALLED' TO WS-REJECT-REASON        06510000
065200         ELSE                                                     06520000
065300             IF MM-ACCT-NUM NOT = SPACES                          06530000
065400                 AND MM-FINAL-BILLED-SW NOT = "Y"                 06540000
065500                 MOVE "N" TO WS-TRAN-VALID-SW                     06550000
065600                 MOVE 'FINAL READ NOT YET BILLED'                 06560000
065700                     TO WS-REJECT-REASON                          06570000
065800             END-IF                                               06580000
065900         END-IF                                                   06590000
066000     END-IF.                                                      06600000
066100                                                                  06610000
066200     IF WS-TRAN-VALID                                             06620000
066300         DELETE METRMAST-FILE                                     06630000
066400             INVALID KEY                                          06640000
066500                 DISPLAY 'METRMAST DELETE FAILED FOR '            06650000
066600                     MT-METER-NUM ', STATUS: '                    06660000
066700                     WS-METRMAST-STATUS                           06670000
066800                 MOVE 16 TO RETURN-CODE                           06680000
066900                 STOP RUN                                         06690000
067000         END-DELETE                                               06700000
067100         MOVE SPACES TO METRMAST-REC                              06710000
067200         ADD 1 TO WS-DELETE-COUNT                                 06720000
067300         PERFORM 650-AUDIT-APPLIED                                06730000
067400     ELSE                                                         06740000
067500         PERFORM 660-AUDIT-REJECTED                               06750000
067600     END-IF.                                                      06760000
067700                                                                  06770000
067800******************************************************************06780000
067900* Look for the transaction's account in the customer table.       06790000
068000******************************************************************06800000
068100 615-MATCH-CUSTMAST.                                              06810000
068200     MOVE "N" TO WS-CUST-FOUND-SW.                                06820000
068300     SET WS-CUST-IDX TO 1.                                        06830000
068400     SEARCH WS-CUST-ENTRY                                         06840000
068500         AT END                                                   06850000
068600             CONTINUE                                             06860000
068700         WHEN WS-CT-ACCT-NUM(WS-CUST-IDX) = MT-ACCT-NUM           06870000
068800             SET WS-CUST-FOUND TO TRUE                            06880000
068900     END-SEARCH.                                                  06890000
069000                                                                  06900000
069100******************************************************************06910000
069200* Fetch the transaction's meter record by key, if it is on file.  06920000
069300******************************************************************06930000
069400 620-READ-METER.                                                  06940000
069500     MOVE "N" TO WS-METER-FOUND-SW.                               06950000
069600     MOVE MT-METER-NUM TO MM-METER-NUM.                           06960000
069700     READ METRMAST-FILE                                           06970000
069800         INVALID KEY                                              06980000
069900             CONTINUE                                             06990000
070000         NOT INVALID KEY                                          07000000
070100             SET WS-METER-FOUND TO TRUE                           07010000
070200     END-READ.                                                    07020000
070300                                                                  07030000
070400******************************************************************07040000
070500* Highest read a meter with WS-EDIT-DIALS dials can show - one    07050000
070600* short of where it rolls over.                                   07060000
070700******************************************************************07070000
070800 618-SET-DIAL-LIMIT.                                              07080000
070900     COMPUTE WS-DIAL-LIMIT = (10 ** WS-EDIT-DIALS) - 1.           07090000
071000                                                                  07100000
071100******************************************************************07110000
071200* Rewrite the meter record in hand.                               07120000
071300******************************************************************07130000
071400 625-REWRITE-METER.                                               07140000
071500     REWRITE METRMAST-REC                                         07150000
071600         INVALID KEY                                              07160000
071700             DISPLAY 'METRMAST REWRITE FAILED FOR '               07170000
071800                 MM-METER-NUM ', STATUS: '                        07180000
071900                 WS-METRMAST-STATUS                               07190000
072000             MOVE 16 TO RETURN-CODE                               07200000
072100             STOP RUN                                             07210000
072200     END-REWRITE.                                                 07220000
072300                                                                  07230000
072400******************************************************************07240000
072500* Audit an applied transaction: meter record before and after.    07250000
072600******************************************************************07260000
072700 650-AUDIT-APPLIED.                                               07270000
072800     PERFORM 670-INIT-AUDIT-REC.                                  07280000
072900     MOVE "APPLIED"        TO MA-STATUS.                          07290000
073000     MOVE WS-BEFORE-IMAGE  TO MA-BEFORE-IMAGE.                    07300000
073100     MOVE METRMAST-REC     TO MA-AFTER-IMAGE.                     07310000
073200     WRITE METAUDIT-REC.                                          07320000
073300                                                                  07330000
073400******************************************************************07340000
073500* Audit the old meter removed by a change-out as its own record,  07350000
073600* so each meter's history reads straight down the audit file.     07360000
073700******************************************************************07370000
073800 655-AUDIT-OLD-METER.                                             07380000
073900     PERFORM 670-INIT-AUDIT-REC.                                  07390000
074000     MOVE MT-OLD-METER-NUM    TO MA-METER-NUM.                    07400000
074100     MOVE "APPLIED"           TO MA-STATUS.                       07410000
074200     MOVE 'REMOVED BY CHANGE-OUT' TO MA-REASON.                   07420000
074300     MOVE WS-OLD-BEFORE-IMAGE TO MA-BEFORE-IMAGE.                 07430000
074400     MOVE WS-OLD-AFTER-IMAGE  TO MA-AFTER-IMAGE.                  07440000
074500     WRITE METAUDIT-REC.                                          07450000
074600                                                                  07460000
074700******************************************************************07470000
074800* Audit a rejected transaction with the reason the edit named.    07480000
074900******************************************************************07490000
075000 660-AUDIT-REJECTED.                                              07500000
075100     PERFORM 670-INIT-AUDIT-REC.                                  07510000
075200     MOVE "REJECTED"       TO MA-STATUS.                          07520000
075300     MOVE WS-BEFORE-IMAGE  TO MA-BEFORE-IMAGE.                    07530000
075400     MOVE WS-BEFORE-IMAGE  TO MA-AFTER-IMAGE.                     07540000
075500     WRITE METAUDIT-REC.                                          07550000
075600     ADD 1 TO WS-REJECT-COUNT.                                    07560000
075700                                                                  07570000
075800******************************************************************07580000
075900* Stamp the common audit fields for the transaction in hand.      07590000
076000******************************************************************07600000
076100 670-INIT-AUDIT-REC.                                              07610000
076200     MOVE WS-SYS-DATE8     TO MA-RUN-DATE.                        07620000
076300     MOVE MT-ACTION        TO MA-ACTION.                          07630000
076400     MOVE MT-METER-NUM     TO MA-METER-NUM.                       07640000
076500     MOVE WS-REJECT-REASON TO MA-REASON.                          07650000
076600                                                                  07660000
076700******************************************************************07670000
076800* Close everything and display the run totals.                    07680000
076900******************************************************************07690000
077000 800-CLOSE-WITH-TOTALS.                                           07700000
077100     CLOSE METRTRAN-FILE.                                         07710000
077200     CLOSE METRMAST-FILE.                                         07720000
077300     CLOSE METAUDIT-FILE.                                         07730000
077400                                                                  07740000
077500     MOVE WS-ADD-COUNT TO WS-COUNT-ED.                            07750000
077600     DISPLAY 'METERS ADDED      : ' WS-COUNT-ED.                  07760000
077700     MOVE WS-CHANGE-COUNT TO WS-COUNT-ED.                         07770000
077800     DISPLAY 'METERS CHANGED    : ' WS-COUNT-ED.                  07780000
077900     MOVE WS-INSTALL-COUNT TO WS-COUNT-ED.                        07790000
078000     DISPLAY 'METERS INSTALLED  : ' WS-COUNT-ED.                  07800000
078100     MOVE WS-CHGOUT-COUNT TO WS-COUNT-ED.                         07810000
078200     DISPLAY 'CHANGE-OUTS       : ' WS-COUNT-ED.                  07820000
078300     MOVE WS-REMOVE-COUNT TO WS-COUNT-ED.                         07830000
078400     DISPLAY 'METERS REMOVED    : ' WS-COUNT-ED.                  07840000
078500     MOVE WS-DELETE-COUNT TO WS-COUNT-ED.                         07850000
078600     DISPLAY 'METERS DELETED    : ' WS-COUNT-ED.                  07860000
078700     MOVE WS-REJECT-COUNT TO WS-COUNT-ED.                         07870000
078800     DISPLAY 'REJECTED          : ' WS-COUNT-ED.                  07880000
078900     IF WS-REJECT-COUNT > 0                                       07890000
079000         MOVE 4 TO RETURN-CODE                                    07900000
079100     END-IF.                                                      07910000
079200                                                                  07920000
079300******************************************************************07930000
079400* Read one METRTRAN record; set WS-EOF-METRTRAN at end of file.   07940000
079500******************************************************************07950000
079600 700-READ-METRTRAN.                                               07960000
079700     READ METRTRAN-FILE                                           07970000
079800         AT END                                                   07980000
079900             MOVE "Y" TO WS-METRTRAN-EOF-SW                       07990000
080000         NOT AT END                                               08000000
080100             CONTINUE                                             08010000
080200     END-READ.                                                    08020000
080300                                                                  08030000
080400******************************************************************08040000
080500* Read one CUSTMAST record; set WS-EOF-CUSTMAST at end of file.   08050000
080600******************************************************************08060000
080700 750-READ-CUSTMAST.                                               08070000
080800     READ CUSTMAST-FILE                                           08080000
080900         AT END                                                   08090000
081000             MOVE "Y" TO WS-CUSTMAST-EOF-SW                       08100000
081100         NOT AT END                                               08110000
081200             CONTINUE                                             08120000
081300     END-READ.                                                    08130000
