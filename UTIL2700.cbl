005700         FILE STATUS IS WS-GLEXPORT-STATUS.                       00570000
005800                                                                  00580000
005900**************************************************************    00590000
005910* GLMAP - accounting's GL account map, as UTIL2000 loads it:      00591004
005920* the GL account, side, and offset for each transaction type      00592004
005930**************************************************************    00593004
005940     SELECT GLMAP-FILE ASSIGN TO "GLMAP"                          00594004
005950         ORGANIZATION IS LINE SEQUENTIAL                          00595004
005960         FILE STATUS IS WS-GLMAP-STATUS.                          00596004
005970                                                                  00597004
005980**************************************************************    00598004
006000* WOFFAUD - one record per write-off: date, account, amount,      00600000
006100* and reason, the audit trail the auditors work from              00610000
006200**************************************************************    00620000
007100         ORGANIZATION IS LINE SEQUENTIAL                          00710000
007200         FILE STATUS IS WS-WOFFRPT-STATUS.                        00720000
007300                                                                  00730000
007310**************************************************************    00731003
007320* ARLEDGER - the receivable ledger; each write-off is             00732003
007330* appended as the entry that takes the account to zero.           00733003
007340* OPTIONAL: the first run creates it.                             00734003
007350**************************************************************    00735003
007360     SELECT OPTIONAL ARLEDGER-FILE ASSIGN TO "ARLEDGER"           00736003
007370         ORGANIZATION IS LINE SEQUENTIAL                          00737003
007380         FILE STATUS IS WS-ARLEDGER-STATUS.                       00738003
007390                                                                  00739003
007400 DATA DIVISION.                                                   00740000
007500 FILE SECTION.                                                    00750000
007600**************************************************************    00760000
010300     05  WO-REASON            PIC X(20).                          01030000
010400                                                                  01040000
010500**************************************************************    01050000
010505* GLMAP RECORD - same layout UTIL2000 loads; a blank class is     01050504
010510* the type's default row                                          01051004
010515**************************************************************    01051504
010520 FD  GLMAP-FILE.                                                  01052004
010525 01  GLMAP-REC.                                                   01052504
010530     05  GM-TRAN-TYPE         PIC X(4).                           01053004
010535     05  GM-CLASS-CODE        PIC X(1).                           01053504
010540     05  GM-GL-ACCOUNT        PIC X(4).                           01054004
010545     05  GM-GL-SIDE           PIC X(1).                           01054504
010550     05  GM-OFFSET-ACCOUNT    PIC X(4).                           01055004
010555     05  GM-DESCRIPTION       PIC X(20).                          01055504
010560                                                                  01056004
010565**************************************************************    01056504
010600* GLEXPORT RECORD - same layout UTIL2000 writes                   01060000
010700**************************************************************    01070000
010800 FD  GLEXPORT-FILE.                                               01080000
010900 01  GLEXPORT-REC.                                                01090000
011000     05  GL-ACCT-NUM           PIC X(6).                          01100000
011100     05  GL-REVENUE-CODE       PIC X(4).                          01110000
011200     05  GL-AMOUNT             PIC S9(8)V99.                      01120002
011210     05  GL-TRAN-TYPE          PIC X(4).                          01121004
011220     05  GL-DR-CR              PIC X(1).                          01122004
011230     05  GL-OFFSET-CODE        PIC X(4).                          01123004
011240     05  GL-POST-DATE          PIC 9(8).                          01124004
011300                                                                  01130000
011400**************************************************************    01140000
011500* WOFFAUD RECORD - one write-off's audit entry                    01150000
012800 FD  WOFFRPT-FILE.                                                01280000
012900 01  WOFFRPT-REC                PIC X(132).                       01290000
013000                                                                  01300000
013005**************************************************************    01300503
013010* ARLEDGER RECORD - must stay in step with the layout UTIL2000    01301003
013015* appends in 296-WRITE-LEDGER-ENTRY                               01301503
013020**************************************************************    01302003
013025 FD  ARLEDGER-FILE.                                               01302503
013030 01  ARLEDGER-REC.                                                01303003
013035     05  AL-ACCT-NUM          PIC X(6).                           01303503
013040     05  AL-TRAN-DATE         PIC 9(8).                           01304003
013045     05  AL-TRAN-TYPE         PIC X(4).                           01304503
013050     05  AL-AMOUNT            PIC S9(6)V99.                       01305003
013055     05  AL-RUN-BALANCE       PIC S9(6)V99.                       01305503
013060     05  AL-MEMO-SW           PIC X(1).                           01306003
013065     05  AL-PROGRAM           PIC X(8).                           01306503
013070                                                                  01307003
013100 WORKING-STORAGE SECTION.                                         01310000
013200                                                                  01320000
013300******************************************************************01330000
013900 01  WS-DEFAULT-MIN-AMT       PIC 9(5)V99  VALUE 1.00.            01390000
014000                                                                  01400000
014100******************************************************************01410000
014200* GL CODE - bad-debt expense, from accounting's GLMAP row for     01420004
014300* the BDBT transaction type; the receivable comes down when the   01430004
014310* journal posts this code against its offset.                     01431004
014400******************************************************************01440000
014500 01  WS-BAD-DEBT-CODE         PIC X(4)     VALUE SPACES.          01450004
014502                                                                  01450204
014504******************************************************************01450404
014506* GLMAP TABLE - every GLMAP row, loaded by 055-LOAD-GL-MAP;       01450604
014508* 057-FIND-GL-ACCOUNT picks a transaction type's GL code,         01450804
014510* side, and offset from it for the customer class in hand.        01451004
014512******************************************************************01451204
014514 01  WS-GL-TRAN-TYPE          PIC X(4)     VALUE SPACES.          01451404
014516 01  WS-GL-CLASS-CODE         PIC X(1)     VALUE SPACE.           01451604
014518 01  WS-GL-SIDE               PIC X(1)     VALUE SPACE.           01451804
014520 01  WS-GL-OFFSET-CODE        PIC X(4)     VALUE SPACES.          01452004
014522 01  WS-GLMAP-FOUND-SW        PIC X(1)     VALUE "N".             01452204
014524     88  WS-GLMAP-FOUND                    VALUE "Y".             01452404
014526 01  WS-GLMAP-TABLE.                                              01452604
014528     05  WS-GLMAP-ENTRY OCCURS 100 TIMES                          01452804
014530             INDEXED BY WS-GLMAP-IDX.                             01453004
014532         10  WS-GM-TRAN-TYPE      PIC X(4)  VALUE SPACES.         01453204
014534         10  WS-GM-CLASS-CODE     PIC X(1)  VALUE SPACE.          01453404
014536         10  WS-GM-GL-ACCOUNT     PIC X(4)  VALUE SPACES.         01453604
014538         10  WS-GM-GL-SIDE        PIC X(1)  VALUE SPACE.          01453804
014540         10  WS-GM-OFFSET-ACCOUNT PIC X(4)  VALUE SPACES.         01454004
014542 01  WS-GLMAP-COUNT           PIC 9(3)     VALUE 0.               01454204
014544 01  WS-GLMAP-EOF-SW          PIC X(1)     VALUE "N".             01454404
014546     88  WS-EOF-GLMAP                      VALUE "Y".             01454604
014600                                                                  01460000
014700 01  WS-CYCLE-THRESHOLD       PIC 9(2)     VALUE 0.               01470000
014800 01  WS-MIN-AMOUNT            PIC 9(5)V99  VALUE 0.               01480000
015400 01  WS-BALFWD-STATUS         PIC X(2)     VALUE "00".            01540000
015500 01  WS-WOFFMAST-STATUS       PIC X(2)     VALUE "00".            01550000
015600 01  WS-GLEXPORT-STATUS       PIC X(2)     VALUE "00".            01560000
015610 01  WS-GLMAP-STATUS          PIC X(2)     VALUE "00".            01561004
015700 01  WS-WOFFAUD-STATUS        PIC X(2)     VALUE "00".            01570000
015800 01  WS-WOFFRPT-STATUS        PIC X(2)     VALUE "00".            01580000
015810 01  WS-ARLEDGER-STATUS       PIC X(2)     VALUE "00".            01581003
015900 01  WS-EOF-SW                PIC X(1)     VALUE "N".             01590000
016000     88  WS-EOF-BALFWD                     VALUE "Y".             01600000
016100 01  WS-WOFF-FOUND-SW         PIC X(1)     VALUE "N".             01610000
020200                                                                  02020000
020300     ACCEPT WS-SYS-DATE8 FROM DATE YYYYMMDD.                      02030000
020400     PERFORM 050-LOAD-THRESHOLDS.                                 02040000
020410     PERFORM 055-LOAD-GL-MAP.                                     02041004
020500                                                                  02050000
020600     OPEN I-O BALFWD-FILE.                                        02060000
020700     IF WS-BALFWD-STATUS = "35"                                   02070000
026300         END-READ                                                 02630000
026400         CLOSE WOFFCTL-FILE                                       02640000
026500     END-IF.                                                      02650000
026501                                                                  02650104
026502******************************************************************02650204
026503* Load GLMAP into WS-GLMAP-TABLE the way UTIL2000 does. GLMAP is  02650304
026504* required, and so is a default (blank class) row for every       02650404
026505* type a write-off posts, so nothing reaches the GL feed          02650504
026506* without somewhere to post. A row whose side is neither "D"      02650604
026507* nor "C" is skipped and named.                                   02650704
026508******************************************************************02650804
026509 055-LOAD-GL-MAP.                                                 02650904
026510     OPEN INPUT GLMAP-FILE.                                       02651004
026511     IF WS-GLMAP-STATUS NOT = "00"                                02651104
026512         DISPLAY 'UNABLE TO OPEN GLMAP, STATUS: '                 02651204
026513             WS-GLMAP-STATUS                                      02651304
026514         STOP RUN                                                 02651404
026515     END-IF.                                                      02651504
026516                                                                  02651604
026517     PERFORM 755-READ-GLMAP.                                      02651704
026518     PERFORM UNTIL WS-EOF-GLMAP                                   02651804
026519         IF GM-GL-SIDE NOT = "D" AND GM-GL-SIDE NOT = "C"         02651904
026520             DISPLAY 'GLMAP ROW FOR ' GM-TRAN-TYPE ' CLASS '      02652004
026521                 GM-CLASS-CODE ' HAS NO DEBIT/CREDIT SIDE, '      02652104
026522                 'IGNORED'                                        02652204
026523         ELSE                                                     02652304
026524             IF WS-GLMAP-COUNT < 100                              02652404
026525                 ADD 1 TO WS-GLMAP-COUNT                          02652504
026526                 SET WS-GLMAP-IDX TO WS-GLMAP-COUNT               02652604
026527                 MOVE GM-TRAN-TYPE                                02652704
026528                     TO WS-GM-TRAN-TYPE(WS-GLMAP-IDX)             02652804
026529                 MOVE GM-CLASS-CODE                               02652904
026530                     TO WS-GM-CLASS-CODE(WS-GLMAP-IDX)            02653004
026531                 MOVE GM-GL-ACCOUNT                               02653104
026532                     TO WS-GM-GL-ACCOUNT(WS-GLMAP-IDX)            02653204
026533                 MOVE GM-GL-SIDE                                  02653304
026534                     TO WS-GM-GL-SIDE(WS-GLMAP-IDX)               02653404
026535                 MOVE GM-OFFSET-ACCOUNT                           02653504
026536                     TO WS-GM-OFFSET-ACCOUNT(WS-GLMAP-IDX)        02653604
026537             ELSE                                                 02653704
026538                 DISPLAY 'GLMAP HAS MORE THAN 100 ROWS - '        02653804
026539                     'RAISE THE TABLE BEFORE RERUNNING'           02653904
026540                 MOVE 16 TO RETURN-CODE                           02654004
026541                 STOP RUN                                         02654104
026542             END-IF                                               02654204
026543         END-IF                                                   02654304
026544         PERFORM 755-READ-GLMAP                                   02654404
026545     END-PERFORM.                                                 02654504
026546     CLOSE GLMAP-FILE.                                            02654604
026547                                                                  02654704
026548     MOVE SPACE TO WS-GL-CLASS-CODE.                              02654804
026549     MOVE "BDBT" TO WS-GL-TRAN-TYPE.                              02654904
026550     PERFORM 057-FIND-GL-ACCOUNT.                                 02655004
026551                                                                  02655104
026552******************************************************************02655204
026553* Find WS-GL-TRAN-TYPE's posting in the GLMAP table: the row for  02655305
026554* WS-GL-CLASS-CODE if accounting mapped one, else the type's      02655405
026555* default (blank class) row. A type with neither stops the run.   02655505
026556******************************************************************02655604
026557 057-FIND-GL-ACCOUNT.                                             02655705
026558     MOVE "N" TO WS-GLMAP-FOUND-SW.                               02655805
026559     SET WS-GLMAP-IDX TO 1.                                       02655905
026560     SEARCH WS-GLMAP-ENTRY                                        02656005
026561         AT END                                                   02656104
026562             CONTINUE                                             02656204
026563         WHEN WS-GM-TRAN-TYPE(WS-GLMAP-IDX) = WS-GL-TRAN-TYPE     02656305
026564             AND WS-GM-CLASS-CODE(WS-GLMAP-IDX) = WS-GL-CLASS-CODE02656405
026565             SET WS-GLMAP-FOUND TO TRUE                           02656505
026566     END-SEARCH.                                                  02656605
026567                                                                  02656705
026568     IF NOT WS-GLMAP-FOUND                                        02656805
026569         SET WS-GLMAP-IDX TO 1                                    02656905
026570         SEARCH WS-GLMAP-ENTRY                                    02657005
026571             AT END                                               02657105
026572                 CONTINUE                                         02657205
026573             WHEN WS-GM-TRAN-TYPE(WS-GLMAP-IDX) = WS-GL-TRAN-TYPE 02657305
026574                 AND WS-GM-CLASS-CODE(WS-GLMAP-IDX) = SPACE       02657405
026575                 SET WS-GLMAP-FOUND TO TRUE                       02657505
026576         END-SEARCH                                               02657605
026577     END-IF.                                                      02657705
026578                                                                  02657805
026579     IF WS-GLMAP-FOUND                                            02657905
026580         MOVE WS-GM-GL-ACCOUNT(WS-GLMAP-IDX)                      02658005
026581             TO WS-BAD-DEBT-CODE                                  02658105
026582         MOVE WS-GM-GL-SIDE(WS-GLMAP-IDX) TO WS-GL-SIDE           02658205
026583         MOVE WS-GM-OFFSET-ACCOUNT(WS-GLMAP-IDX)                  02658305
026584             TO WS-GL-OFFSET-CODE                                 02658405
026585     ELSE                                                         02658505
026586         DISPLAY 'GLMAP HAS NO DEFAULT ROW FOR TRANSACTION TYPE ' 02658605
026587             WS-GL-TRAN-TYPE ' - ADD IT BEFORE RERUNNING'         02658705
026588         MOVE 16 TO RETURN-CODE                                   02658805
026589         STOP RUN                                                 02658905
026590     END-IF.                                                      02659005
026600                                                                  02660000
026700******************************************************************02670000
026800* Open the write-off master for update, the GL feed for           02680000
030300         STOP RUN                                                 03030000
030400     END-IF.                                                      03040000
030500                                                                  03050000
030510     OPEN EXTEND ARLEDGER-FILE.                                   03051003
030520     IF WS-ARLEDGER-STATUS NOT = "00"                             03052003
030530         AND WS-ARLEDGER-STATUS NOT = "05"                        03053003
030540         DISPLAY 'UNABLE TO OPEN ARLEDGER, STATUS: '              03054003
030550             WS-ARLEDGER-STATUS                                   03055003
030560         STOP RUN                                                 03056003
030570     END-IF.                                                      03057003
030580                                                                  03058003
030600     STRING WS-SYS-MM "/" WS-SYS-DD "/" WS-SYS-CCYY(3:2)          03060000
030700         DELIMITED BY SIZE INTO WS-RUN-DATE-ED.                   03070000
030800                                                                  03080000
033000******************************************************************03300000
033100* Write one account's balance off: clear BALFWD in place,         03310000
033200* post the GL bad-debt record, land it on WOFFMAST for the        03320000
033300* recovery path, put it on the receivable ledger, audit it,       03330003
033310* and list it on the register.                                    03331003
033400******************************************************************03340000
033500 600-WRITE-OFF-ACCOUNT.                                           03350000
033600     MOVE BF-PRIOR-BALANCE TO WS-WOFF-AMOUNT.                     03360000
035200     MOVE BF-ACCT-NUM       TO GL-ACCT-NUM.                       03520000
035300     MOVE WS-BAD-DEBT-CODE  TO GL-REVENUE-CODE.                   03530000
035400     MOVE WS-WOFF-AMOUNT    TO GL-AMOUNT.                         03540000
035410     MOVE "BDBT"            TO GL-TRAN-TYPE.                      03541004
035420     MOVE WS-GL-SIDE        TO GL-DR-CR.                          03542004
035430     MOVE WS-GL-OFFSET-CODE TO GL-OFFSET-CODE.                    03543004
035440     MOVE WS-SYS-DATE8      TO GL-POST-DATE.                      03544004
035500     WRITE GLEXPORT-REC.                                          03550000
035600                                                                  03560000
035700     PERFORM 620-POST-WOFFMAST.                                   03570000
035710                                                                  03571003
035720     MOVE BF-ACCT-NUM    TO AL-ACCT-NUM.                          03572003
035730     MOVE WS-SYS-DATE8   TO AL-TRAN-DATE.                         03573003
035740     MOVE "WOFF"         TO AL-TRAN-TYPE.                         03574003
035750     COMPUTE AL-AMOUNT = 0 - WS-WOFF-AMOUNT.                      03575003
035760     MOVE 0              TO AL-RUN-BALANCE.                       03576003
035770     MOVE SPACE          TO AL-MEMO-SW.                           03577003
035780     MOVE "UTIL2700"     TO AL-PROGRAM.                           03578003
035790     WRITE ARLEDGER-REC.                                          03579003
035800                                                                  03580000
035900     MOVE WS-SYS-DATE8   TO WA-RUN-DATE.                          03590000
036000     MOVE BF-ACCT-NUM    TO WA-ACCT-NUM.                          03600000
044400     WRITE WOFFRPT-REC.                                           04440000
044500                                                                  04450000
044600     CLOSE WOFFRPT-FILE.                                          04460000
044610     CLOSE ARLEDGER-FILE.                                         04461003
044700     CLOSE WOFFAUD-FILE.                                          04470000
044800     CLOSE GLEXPORT-FILE.                                         04480000
044900     CLOSE WOFFMAST-FILE.                                         04490000
046600         NOT AT END                                               04660000
046700             CONTINUE                                             04670000
046800     END-READ.                                                    04680000
046810                                                                  04681004
046820******************************************************************04682004
046830* Read one GLMAP record; set WS-EOF-GLMAP at end of file.         04683005
046860******************************************************************04686004
046870 755-READ-GLMAP.                                                  04687005
046880     READ GLMAP-FILE                                              04688005
046910         AT END                                                   04691004
046912             MOVE "Y" TO WS-GLMAP-EOF-SW                          04691205
046914         NOT AT END                                               04691405
046920             CONTINUE                                             04692004
046930     END-READ.                                                    04693005
