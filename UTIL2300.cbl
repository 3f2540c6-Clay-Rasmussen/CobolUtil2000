000800*  bill flow. A FINALRD transaction (account, move-out date,      00080000
000900*  final meter read) produces a final bill: energy charges from   00090000
001000*  the final read priced through the account's tier schedule,     00100000
001100*  the service fee prorated for the partial cycle (both split     00110011
001110*  by days when a rate or tax change took effect since the last   00111011
001120*  actual read, each side priced on its own schedule), taxes, any 00112011
001200*  BALFWD balance, and the held security deposit all netted in.   00120000
001300*  An account that settles (or is owed a refund) retires at       00130000
001400*  once: its USGHIST and BALFWD records are deleted and a         00140000
007600     SELECT TAXPARM-FILE ASSIGN TO "TAXPARM"                      00760000
007700         ORGANIZATION IS LINE SEQUENTIAL                          00770000
007800         FILE STATUS IS WS-TAXPARM-STATUS.                        00780000
007810                                                                  00781008
007820**************************************************************    00782008
007830* GLMAP - accounting's GL account map, as UTIL2000 loads it:      00783008
007840* the GL account, side, and offset for each transaction type      00784008
007850**************************************************************    00785008
007860     SELECT GLMAP-FILE ASSIGN TO "GLMAP"                          00786008
007870         ORGANIZATION IS LINE SEQUENTIAL                          00787008
007880         FILE STATUS IS WS-GLMAP-STATUS.                          00788008
007900                                                                  00790000
008000**************************************************************    00800000
008100* BALFWD - carried-forward balances, netted into the final        00810000
011500         FILE STATUS IS WS-CMTRDEL-STATUS.                        01150000
011600                                                                  01160000
011700**************************************************************    01170005
011800* GLEXPORT - extended with the final bill's revenue, demand,      01180012
011900* tax, deposit-applied and refund records, the way UTIL2700       01190012
012000* extends it, so final-bill charges reach the GL/AR feed like     01200012
012010* every other charge                                              01201012
012100**************************************************************    01210005
012200     SELECT GLEXPORT-FILE ASSIGN TO "GLEXPORT"                    01220005
012300         ORGANIZATION IS LINE SEQUENTIAL                          01230005
013900     SELECT FINLRPT-FILE ASSIGN TO "FINLRPT"                      01390000
014000         ORGANIZATION IS LINE SEQUENTIAL                          01400000
014100         FILE STATUS IS WS-FINLRPT-STATUS.                        01410000
014110                                                                  01411007
014120**************************************************************    01412007
014130* ARLEDGER - the receivable ledger; each final bill, deposit      01413007
014140* applied, and refund due on retirement is appended to it.        01414007
014150* OPTIONAL: the first run creates it.                             01415007
014160**************************************************************    01416007
014170     SELECT OPTIONAL ARLEDGER-FILE ASSIGN TO "ARLEDGER"           01417007
014180         ORGANIZATION IS LINE SEQUENTIAL                          01418007
014190         FILE STATUS IS WS-ARLEDGER-STATUS.                       01419007
014200                                                                  01420000
014300 DATA DIVISION.                                                   01430000
014400 FILE SECTION.                                                    01440000
014500**************************************************************    01450000
014600* FINALRD RECORD - one move-out: the last actual read on file     01460000
014700* and the final read taken at move-out, the date of that last     01470012
014710* actual read (blank on an older transaction - no rate-change     01471012
014720* proration then), and the kW read off the demand register at     01472012
014730* move-out, multiplier applied (blank where the meter has no      01473012
014740* demand register)                                                01474012
014800**************************************************************    01480000
014900 FD  FINALRD-FILE.                                                01490000
015000 01  FINALRD-REC.                                                 01500000
015600         10  FR-MOVE-DD       PIC 99.                             01560000
015700     05  FR-PRIOR-READ        PIC 9(6).                           01570000
015800     05  FR-FINAL-READ        PIC 9(6).                           01580000
015810     05  FR-PRIOR-DATE        PIC 9(8).                           01581011
015820     05  FR-PRIOR-DATE-R REDEFINES FR-PRIOR-DATE.                 01582011
015830         10  FILLER           PIC 9(4).                           01583011
015840         10  FR-PRIOR-MM      PIC 99.                             01584011
015850         10  FILLER           PIC 99.                             01585011
015860     05  FR-DEMAND-READ       PIC 9(6)V99.                        01586012
015900                                                                  01590000
016000**************************************************************    01600000
016100* FINLPEND RECORD - one account pending final settlement          01610000
020800     05  RP-TIER1-LIMIT       PIC 9(4).                           02080000
020900     05  RP-TIER2-LIMIT       PIC 9(4).                           02090000
021000     05  RP-TIER3-LIMIT       PIC 9(4).                           02100000
021010     05  RP-DEMAND-RATE       PIC 9(2)V99.                        02101009
021020     05  RP-RATCHET-PCT       PIC 9(3).                           02102009
021100                                                                  02110000
021200**************************************************************    02120000
021300* TAXPARM RECORD - one jurisdiction's tax schedule effective      02130000
022100     05  TX-FRANCHISE-RATE    PIC V9(4).                          02210000
022200                                                                  02220000
022300**************************************************************    02230000
022305* GLMAP RECORD - same layout UTIL2000 loads; a blank class is     02230508
022310* the type's default row                                          02231008
022315**************************************************************    02231508
022320 FD  GLMAP-FILE.                                                  02232008
022325 01  GLMAP-REC.                                                   02232508
022330     05  GM-TRAN-TYPE         PIC X(4).                           02233008
022335     05  GM-CLASS-CODE        PIC X(1).                           02233508
022340     05  GM-GL-ACCOUNT        PIC X(4).                           02234008
022345     05  GM-GL-SIDE           PIC X(1).                           02234508
022350     05  GM-OFFSET-ACCOUNT    PIC X(4).                           02235008
022355     05  GM-DESCRIPTION       PIC X(20).                          02235508
022360                                                                  02236008
022365**************************************************************    02236508
022400* BALFWD RECORD - must stay in step with the layout UTIL2000      02240000
022500* maintains in 290-UPDATE-BALANCE-ENTRY                           02250000
022600**************************************************************    02260000
024200     05  UH-KWH-CYCLE3        PIC 9(5).                           02420000
024300     05  UH-EST-FLAG          PIC X(1).                           02430000
024400     05  UH-EST-KWH           PIC 9(5).                           02440000
024410     05  UH-DEMAND-HIST.                                          02441009
024420         10  UH-KW-CYCLE      PIC 9(6)V99 OCCURS 11 TIMES.        02442009
024500                                                                  02450000
024600**************************************************************    02460000
024700* DEPMAST RECORD - must stay in step with the layout UTIL3100     02470000
028200 01  GLEXPORT-REC.                                                02820005
028300     05  GL-ACCT-NUM           PIC X(6).                          02830005
028400     05  GL-REVENUE-CODE       PIC X(4).                          02840005
028500     05  GL-AMOUNT             PIC S9(8)V99.                      02850006
028510     05  GL-TRAN-TYPE          PIC X(4).                          02851008
028520     05  GL-DR-CR              PIC X(1).                          02852008
028530     05  GL-OFFSET-CODE        PIC X(4).                          02853008
028540     05  GL-POST-DATE          PIC 9(8).                          02854008
028600                                                                  02860005
028700**************************************************************    02870005
028800* FINLXTR RECORD - must stay in step, field for field, with       02880005
032800     05  FX-MAIL-STATE         PIC X(2).                          03280005
032900     05  FX-MAIL-ZIP           PIC X(5).                          03290005
033000     05  FX-UNDELIV-SW         PIC X(1).                          03300005
033010     05  FX-ADJUSTMENTS        PIC S9(6)V99.                      03301006
033020     05  FX-ACTUAL-KW          PIC 9(6)V99.                       03302009
033030     05  FX-BILLED-KW          PIC 9(6)V99.                       03303009
033040     05  FX-DEMAND-RATE        PIC 9(2)V99.                       03304009
033050     05  FX-DEMAND-CHARGE      PIC 9(6)V99.                       03305009
033060     05  FX-RATCHET-SW         PIC X(1).                          03306009
033070     05  FX-RECONNECT-FEE      PIC 9(3)V99.                       03307010
033072     05  FX-PRORATE-DATE       PIC 9(8).                          03307211
033074     05  FX-OLD-DAYS           PIC 9(3).                          03307411
033076     05  FX-NEW-DAYS           PIC 9(3).                          03307611
033078     05  FX-OLD-KWH            PIC 9(5).                          03307811
033080     05  FX-NEW-KWH            PIC 9(5).                          03308011
033082     05  FX-OLD-CHARGES        PIC 9(6)V99.                       03308211
033084     05  FX-NEW-CHARGES        PIC 9(6)V99.                       03308411
033100                                                                  03310005
033200**************************************************************    03320000
033300* FINLRPT RECORD - one print line of the final bill register      03330000
033500 FD  FINLRPT-FILE.                                                03350000
033600 01  FINLRPT-REC                PIC X(132).                       03360000
033700                                                                  03370000
033705**************************************************************    03370507
033710* ARLEDGER RECORD - must stay in step with the layout UTIL2000    03371007
033715* appends in 296-WRITE-LEDGER-ENTRY                               03371507
033720**************************************************************    03372007
033725 FD  ARLEDGER-FILE.                                               03372507
033730 01  ARLEDGER-REC.                                                03373007
033735     05  AL-ACCT-NUM          PIC X(6).                           03373507
033740     05  AL-TRAN-DATE         PIC 9(8).                           03374007
033745     05  AL-TRAN-TYPE         PIC X(4).                           03374507
033750     05  AL-AMOUNT            PIC S9(6)V99.                       03375007
033755     05  AL-RUN-BALANCE       PIC S9(6)V99.                       03375507
033760     05  AL-MEMO-SW           PIC X(1).                           03376007
033765     05  AL-PROGRAM           PIC X(8).                           03376507
033770                                                                  03377007
033800 WORKING-STORAGE SECTION.                                         03380000
033900                                                                  03390000
034000******************************************************************03400000
035600                                                                  03560000
035700******************************************************************03570000
035800* PER-CLASS RATE TABLE - loaded from RATEPARM exactly the way     03580000
035900* UTIL2000's 050-LOAD-RATES loads it, defaults and all, with the  03590011
035910* schedule each class's current one replaced kept alongside.      03591011
036000******************************************************************03600000
036100 01  WS-RATE-TABLE.                                               03610000
036200     05  WS-RATE-ENTRY OCCURS 3 TIMES                             03620000
037000         10  WS-RT-TIER1-LIMIT    PIC 9(4).                       03700000
037100         10  WS-RT-TIER2-LIMIT    PIC 9(4).                       03710000
037200         10  WS-RT-TIER3-LIMIT    PIC 9(4).                       03720000
037202         10  WS-RT-DEMAND-RATE    PIC 9(2)V99.                    03720212
037204         10  WS-RT-RATCHET-PCT    PIC 9(3).                       03720412
037210         10  WS-RT-OLD-EFF-DATE   PIC 9(8)    VALUE 0.            03721011
037220         10  WS-RT-OLD-RATE-TIER1 PIC V99.                        03722011
037230         10  WS-RT-OLD-RATE-TIER2 PIC V99.                        03723011
037240         10  WS-RT-OLD-RATE-TIER3 PIC V99.                        03724011
037250         10  WS-RT-OLD-RATE-TIER4 PIC V99.                        03725011
037260         10  WS-RT-OLD-TIER1-LIMIT PIC 9(4).                      03726011
037270         10  WS-RT-OLD-TIER2-LIMIT PIC 9(4).                      03727011
037280         10  WS-RT-OLD-TIER3-LIMIT PIC 9(4).                      03728011
037290         10  WS-RT-OLD-DEMAND-RATE PIC 9(2)V99.                   03729012
037300 01  WS-RATE-EOF-SW           PIC X(1)     VALUE "N".             03730000
037400     88  WS-EOF-RATEPARM                   VALUE "Y".             03740000
037500 01  WS-RATE-LOADED-SW        PIC X(1)     VALUE "N".             03750000
038600         10  WS-TX-EFF-DATE       PIC 9(8)   VALUE 0.             03860000
038700         10  WS-TX-STATE-RATE     PIC V9(4)  VALUE 0.             03870000
038800         10  WS-TX-FRANCHISE-RATE PIC V9(4)  VALUE 0.             03880000
038810         10  WS-TX-OLD-EFF-DATE   PIC 9(8)   VALUE 0.             03881011
038820         10  WS-TX-OLD-STATE-RATE PIC V9(4)  VALUE 0.             03882011
038830         10  WS-TX-OLD-FRAN-RATE  PIC V9(4)  VALUE 0.             03883011
038900 01  WS-TAX-EOF-SW            PIC X(1)     VALUE "N".             03890000
039000     88  WS-EOF-TAXPARM                    VALUE "Y".             03900000
039100 01  WS-TAX-LOADED-SW         PIC X(1)     VALUE "N".             03910000
039200     88  WS-TAX-LOADED                     VALUE "Y".             03920000
039202                                                                  03920208
039204******************************************************************03920408
039206* GLMAP TABLE - every GLMAP row, loaded by 058-LOAD-GL-MAP;       03920608
039208* 657-FIND-GL-ACCOUNT picks a transaction type's GL code,         03920808
039210* side, and offset from it for the customer class in hand.        03921008
039212******************************************************************03921208
039214 01  WS-GL-TRAN-TYPE          PIC X(4)     VALUE SPACES.          03921408
039216 01  WS-GL-CLASS-CODE         PIC X(1)     VALUE SPACE.           03921608
039218 01  WS-GL-SIDE               PIC X(1)     VALUE SPACE.           03921808
039220 01  WS-GL-OFFSET-CODE        PIC X(4)     VALUE SPACES.          03922008
039222 01  WS-GLMAP-FOUND-SW        PIC X(1)     VALUE "N".             03922208
039224     88  WS-GLMAP-FOUND                    VALUE "Y".             03922408
039226 01  WS-GLMAP-TABLE.                                              03922608
039228     05  WS-GLMAP-ENTRY OCCURS 100 TIMES                          03922808
039230             INDEXED BY WS-GLMAP-IDX.                             03923008
039232         10  WS-GM-TRAN-TYPE      PIC X(4)  VALUE SPACES.         03923208
039234         10  WS-GM-CLASS-CODE     PIC X(1)  VALUE SPACE.          03923408
039236         10  WS-GM-GL-ACCOUNT     PIC X(4)  VALUE SPACES.         03923608
039238         10  WS-GM-GL-SIDE        PIC X(1)  VALUE SPACE.          03923808
039240         10  WS-GM-OFFSET-ACCOUNT PIC X(4)  VALUE SPACES.         03924008
039242 01  WS-GLMAP-COUNT           PIC 9(3)     VALUE 0.               03924208
039244 01  WS-GLMAP-EOF-SW          PIC X(1)     VALUE "N".             03924408
039246     88  WS-EOF-GLMAP                      VALUE "Y".             03924608
039300 01  WS-TAX-FOUND-SW          PIC X(1)     VALUE "N".             03930000
039400     88  WS-TAX-FOUND                      VALUE "Y".             03940000
039500                                                                  03950000
043300 01  WS-DEPOSIT-HELD          PIC 9(6)V99  VALUE 0.               04330000
043400 01  WS-FINAL-NET             PIC S9(7)V99 VALUE 0.               04340000
043500 01  WS-REFUND-DUE            PIC 9(6)V99  VALUE 0.               04350000
043501 01  WS-DEMAND-RATE           PIC 9(2)V99  VALUE 0.               04350112
043502 01  WS-RATCHET-PCT           PIC 9(3)     VALUE 0.               04350212
043503 01  WS-ACTUAL-KW             PIC 9(6)V99  VALUE 0.               04350312
043504 01  WS-PEAK-KW               PIC 9(6)V99  VALUE 0.               04350412
043505 01  WS-RATCHET-KW            PIC 9(6)V99  VALUE 0.               04350512
043506 01  WS-BILLED-KW             PIC 9(6)V99  VALUE 0.               04350612
043507 01  WS-DEMAND-CHARGE         PIC 9(6)V99  VALUE 0.               04350712
043508 01  WS-DEMAND-DAYS           PIC 9(2)     VALUE 0.               04350812
043509 01  WS-KW-SUB                PIC 9(2)     VALUE 0.               04350912
043510 01  WS-RATCHET-SW            PIC X(1)     VALUE "N".             04351012
043511     88  WS-DEMAND-RATCHETED               VALUE "Y".             04351112
043512 01  WS-LEDGER-ACCT           PIC X(6)     VALUE SPACES.          04351207
043520 01  WS-LEDGER-BALANCE        PIC S9(7)V99 VALUE 0.               04352007
043600 01  WS-GL-REVENUE-CODE       PIC X(4)     VALUE SPACES.          04360005
043700 01  WS-GL-REVENUE-AMT        PIC 9(8)V99  VALUE 0.               04370005
043710 01  WS-GL-ROW-AMT            PIC 9(8)V99  VALUE 0.               04371008
043800 01  WS-ACCT-RETIRING         PIC X(6)     VALUE SPACES.          04380000
043900 01  WS-BAL-FOUND-SW          PIC X(1)     VALUE "N".             04390000
044000     88  WS-BAL-FOUND                      VALUE "Y".             04400000
044001                                                                  04400111
044002******************************************************************04400211
044003* RATE-CHANGE PRORATION - the same split UTIL2000's 245-CHECK-    04400311
044004* PRORATION makes, over the final bill's period: the last actual  04400411
044005* read date to the move-out date. WS-PRO-ALLNEW-AMT keeps what    04400511
044006* the period bills entirely at the current schedules, so the      04400611
044007* register can show the split's effect.                           04400711
044008******************************************************************04400811
044009 01  WS-PRORATE-SW            PIC X(1)     VALUE "N".             04400911
044010     88  WS-PRORATED                       VALUE "Y".             04401011
044011 01  WS-PRO-RATES-SW          PIC X(1)     VALUE "N".             04401111
044012     88  WS-PRO-OLD-RATES                  VALUE "Y".             04401211
044013 01  WS-PRO-TAXES-SW          PIC X(1)     VALUE "N".             04401311
044014     88  WS-PRO-OLD-TAXES                  VALUE "Y".             04401411
044015 01  WS-PRO-CHANGE-DATE       PIC 9(8)     VALUE 0.               04401511
044016 01  WS-PRO-TAX-DATE          PIC 9(8)     VALUE 0.               04401611
044017 01  WS-PRO-FROM-DAY          PIC 9(7)     VALUE 0.               04401711
044018 01  WS-PRO-TO-DAY            PIC 9(7)     VALUE 0.               04401811
044019 01  WS-PRO-TOTAL-DAYS        PIC 9(5)     VALUE 0.               04401911
044020 01  WS-PRO-OLD-DAYS          PIC 9(5)     VALUE 0.               04402011
044021 01  WS-PRO-NEW-DAYS          PIC 9(5)     VALUE 0.               04402111
044022 01  WS-PRO-TAX-OLD-DAYS      PIC 9(5)     VALUE 0.               04402211
044023 01  WS-PRO-PART-DAYS         PIC 9(5)     VALUE 0.               04402311
044024 01  WS-PRO-KWH-SAVE          PIC 9(5)     VALUE 0.               04402411
044025 01  WS-PRO-OLD-KWH           PIC 9(5)     VALUE 0.               04402511
044026 01  WS-PRO-NEW-KWH           PIC 9(5)     VALUE 0.               04402611
044027 01  WS-PRO-OLD-FEE           PIC 9(3)V99  VALUE 0.               04402711
044028 01  WS-PRO-TIER1-KWH         PIC 9(5)     VALUE 0.               04402811
044029 01  WS-PRO-TIER2-KWH         PIC 9(5)     VALUE 0.               04402911
044030 01  WS-PRO-TIER3-KWH         PIC 9(5)     VALUE 0.               04403011
044031 01  WS-PRO-TIER4-KWH         PIC 9(5)     VALUE 0.               04403111
044032 01  WS-PRO-TIER1-CHARGE      PIC 9(5)V99  VALUE 0.               04403211
044033 01  WS-PRO-TIER2-CHARGE      PIC 9(5)V99  VALUE 0.               04403311
044034 01  WS-PRO-TIER3-CHARGE      PIC 9(5)V99  VALUE 0.               04403411
044035 01  WS-PRO-TIER4-CHARGE      PIC 9(5)V99  VALUE 0.               04403511
044036 01  WS-PRO-OLD-ENERGY        PIC 9(6)V99  VALUE 0.               04403611
044037 01  WS-PRO-ALLNEW-ENERGY     PIC 9(6)V99  VALUE 0.               04403711
044038 01  WS-PRO-OLD-DEMAND        PIC 9(6)V99  VALUE 0.               04403812
044039 01  WS-PRO-ALLNEW-DEMAND     PIC 9(6)V99  VALUE 0.               04403912
044040 01  WS-PRO-OLD-CHARGES       PIC 9(6)V99  VALUE 0.               04404011
044041 01  WS-PRO-NEW-CHARGES       PIC 9(6)V99  VALUE 0.               04404111
044042 01  WS-PRO-OLD-BASE          PIC 9(6)V99  VALUE 0.               04404211
044043 01  WS-PRO-NEW-BASE          PIC 9(6)V99  VALUE 0.               04404311
044044 01  WS-PRO-ALLNEW-AMT        PIC 9(6)V99  VALUE 0.               04404411
044045 01  WS-PRO-ALLNEW-TAX        PIC 9(6)V99  VALUE 0.               04404511
044046 01  WS-PRO-WORK-AMT          PIC 9(6)V99  VALUE 0.               04404611
044047 01  WS-PRO-EFFECT            PIC S9(6)V99 VALUE 0.               04404711
044048 01  WS-PRO-COUNT             PIC 9(5)     VALUE 0.               04404811
044049 01  WS-PRO-DATE-ED           PIC X(8)     VALUE SPACES.          04404911
044050 01  WS-PRO-DAYS-ED           PIC ZZ9.                            04405011
044051                                                                  04405111
044052******************************************************************04405211
044053* DAY NUMBERS - 690-CALC-DAY-NUMBER turns the date in WS-DN-DATE8 04405311
044054* into a running day count, so two dates subtract to the days     04405411
044055* between them.                                                   04405511
044056******************************************************************04405611
044057 01  WS-CUM-DAYS-TBL.                                             04405711
044058     05  FILLER               PIC X(36)                           04405811
044059         VALUE "000031059090120151181212243273304334".            04405911
044060 01  WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS-TBL.                     04406011
044061     05  WS-CUM-DAYS OCCURS 12 TIMES PIC 999.                     04406111
044062 01  WS-DN-DATE8              PIC 9(8)     VALUE 0.               04406211
044063 01  WS-DN-DATE-R REDEFINES WS-DN-DATE8.                          04406311
044064     05  WS-DN-CCYY           PIC 9(4).                           04406411
044065     05  WS-DN-MM             PIC 99.                             04406511
044066     05  WS-DN-DD             PIC 99.                             04406611
044067 01  WS-DN-PRIOR-YEARS        PIC 9(4)     VALUE 0.               04406711
044068 01  WS-DAY-NUMBER            PIC 9(7)     VALUE 0.               04406811
044069 01  WS-LEAP-QUOT             PIC 9(4)     VALUE 0.               04406911
044070 01  WS-LEAP-REM4             PIC 9        VALUE 0.               04407011
044071 01  WS-LEAP-REM100           PIC 99       VALUE 0.               04407111
044072 01  WS-LEAP-REM400           PIC 999      VALUE 0.               04407211
044073 01  WS-LEAP-DAYS             PIC 9(4)     VALUE 0.               04407311
044100                                                                  04410003
044200******************************************************************04420003
044300* ACCOUNTS ALREADY IN PLAY - every account reviewed off           04430003
046500 01  WS-CUSTMAST-STATUS       PIC X(2)     VALUE "00".            04650000
046600 01  WS-RATEPARM-STATUS       PIC X(2)     VALUE "00".            04660000
046700 01  WS-TAXPARM-STATUS        PIC X(2)     VALUE "00".            04670000
046710 01  WS-GLMAP-STATUS          PIC X(2)     VALUE "00".            04671008
046800 01  WS-BALFWD-STATUS         PIC X(2)     VALUE "00".            04680000
046900 01  WS-USGHIST-STATUS        PIC X(2)     VALUE "00".            04690000
047000 01  WS-DEPMAST-STATUS        PIC X(2)     VALUE "00".            04700000
047200 01  WS-GLEXPORT-STATUS       PIC X(2)     VALUE "00".            04720005
047300 01  WS-FINLXTR-STATUS        PIC X(2)     VALUE "00".            04730005
047400 01  WS-FINLRPT-STATUS        PIC X(2)     VALUE "00".            04740000
047410 01  WS-ARLEDGER-STATUS       PIC X(2)     VALUE "00".            04741007
047500 01  WS-FINALRD-EOF-SW        PIC X(1)     VALUE "N".             04750000
047600     88  WS-EOF-FINALRD                    VALUE "Y".             04760000
047700 01  WS-FINLPEND-EOF-SW       PIC X(1)     VALUE "N".             04770000
050000 01  WS-MONEY-ED              PIC $$,$$$,$$9.99.                  05000000
050100 01  WS-SMONEY-ED             PIC -$$,$$$,$$9.99.                 05010000
050200 01  WS-KWH-USED-ED           PIC Z,ZZZ,ZZ9.                      05020000
050210 01  WS-KW-ED                 PIC ZZZ,ZZ9.99.                     05021012
050300 01  WS-COUNT-ED              PIC ZZ,ZZ9.                         05030000
050400                                                                  05040000
050500******************************************************************05050000
052200     PERFORM 040-INIT-RATE-TABLE.                                 05220000
052300     PERFORM 050-LOAD-RATES.                                      05230000
052400     PERFORM 055-LOAD-TAXES.                                      05240000
052410     PERFORM 058-LOAD-GL-MAP.                                     05241008
052500     PERFORM 060-LOAD-CUST-TABLE.                                 05250000
052600     PERFORM 070-OPEN-KEYED-FILES.                                05260000
052700     PERFORM 150-OPEN-OUTPUTS.                                    05270000
055000         MOVE 500  TO WS-RT-TIER2-LIMIT(WS-RATE-IDX)              05500000
055100         MOVE 9000 TO WS-RT-TIER3-LIMIT(WS-RATE-IDX)              05510000
055200         MOVE 0    TO WS-RT-EFF-DATE(WS-RATE-IDX)                 05520000
055202         MOVE 0    TO WS-RT-DEMAND-RATE(WS-RATE-IDX)              05520212
055204         MOVE 0    TO WS-RT-RATCHET-PCT(WS-RATE-IDX)              05520412
055210         PERFORM 053-KEEP-PRIOR-RATES                             05521011
055300         SET WS-RATE-IDX UP BY 1                                  05530000
055400     END-PERFORM.                                                 05540000
055500                                                                  05550000
055600******************************************************************05560000
055700* Read RATEPARM and keep the newest schedule effective as of      05570000
055800* today per class - the same selection 050-LOAD-RATES makes in    05580000
055900* UTIL2000, next-newest schedule kept as the one it replaced.     05590011
056000******************************************************************05600000
056100 050-LOAD-RATES.                                                  05610000
056200     OPEN INPUT RATEPARM-FILE.                                    05620000
057800                         RP-CLASS-CODE                            05780000
057900                     IF RP-EFF-DATE >=                            05790000
058000                             WS-RT-EFF-DATE(WS-RATE-IDX)          05800000
058010                         IF RP-EFF-DATE >                         05801011
058020                                 WS-RT-EFF-DATE(WS-RATE-IDX)      05802011
058030                             PERFORM 053-KEEP-PRIOR-RATES         05803011
058040                         END-IF                                   05804011
058100                         MOVE RP-EFF-DATE                         05810000
058200                             TO WS-RT-EFF-DATE(WS-RATE-IDX)       05820000
058300                         MOVE RP-RATE-TIER1                       05830000
059400                             TO WS-RT-TIER2-LIMIT(WS-RATE-IDX)    05940000
059500                         MOVE RP-TIER3-LIMIT                      05950000
059600                             TO WS-RT-TIER3-LIMIT(WS-RATE-IDX)    05960000
059610                         PERFORM 052-LOAD-DEMAND-TERMS            05961012
059700                         SET WS-RATE-LOADED TO TRUE               05970000
059710                     ELSE                                         05971011
059720                         IF RP-EFF-DATE >=                        05972011
059730                                 WS-RT-OLD-EFF-DATE(WS-RATE-IDX)  05973011
059740                             PERFORM 054-FILL-PRIOR-RATES         05974011
059750                         END-IF                                   05975011
059800                     END-IF                                       05980000
059900             END-SEARCH                                           05990000
060000         END-IF                                                   06000000
060500     IF NOT WS-RATE-LOADED                                        06050000
060600         DISPLAY 'NO EFFECTIVE RATEPARM ROWS FOUND, USING '       06060000
060700             'BUILT-IN DEFAULT RATES'                             06070000
060705     END-IF.                                                      06070512
060710                                                                  06071012
060715******************************************************************06071512
060720* Take the demand rate and ratchet percentage from the RATEPARM   06072012
060725* row in hand, as UTIL2000's 052-LOAD-DEMAND-TERMS does. A row    06072512
060730* written before the demand columns existed carries spaces there  06073012
060735* and bills no demand.                                            06073512
060740******************************************************************06074012
060745 052-LOAD-DEMAND-TERMS.                                           06074512
060750     IF RP-DEMAND-RATE IS NUMERIC                                 06075012
060755         MOVE RP-DEMAND-RATE TO WS-RT-DEMAND-RATE(WS-RATE-IDX)    06075512
060760     ELSE                                                         06076012
060765         MOVE 0 TO WS-RT-DEMAND-RATE(WS-RATE-IDX)                 06076512
060770     END-IF.                                                      06077012
060775     IF RP-RATCHET-PCT IS NUMERIC                                 06077512
060780         MOVE RP-RATCHET-PCT TO WS-RT-RATCHET-PCT(WS-RATE-IDX)    06078012
060785     ELSE                                                         06078512
060790         MOVE 0 TO WS-RT-RATCHET-PCT(WS-RATE-IDX)                 06079012
060800     END-IF.                                                      06080000
060802                                                                  06080211
060804******************************************************************06080411
060806* A newer schedule is about to replace the current one in the     06080611
060808* slot WS-RATE-IDX points at - keep the current one as the        06080811
060810* schedule it replaced.                                           06081011
060812******************************************************************06081211
060814 053-KEEP-PRIOR-RATES.                                            06081411
060816     MOVE WS-RT-EFF-DATE(WS-RATE-IDX)                             06081611
060818         TO WS-RT-OLD-EFF-DATE(WS-RATE-IDX).                      06081811
060820     MOVE WS-RT-RATE-TIER1(WS-RATE-IDX)                           06082011
060822         TO WS-RT-OLD-RATE-TIER1(WS-RATE-IDX).                    06082211
060824     MOVE WS-RT-RATE-TIER2(WS-RATE-IDX)                           06082411
060826         TO WS-RT-OLD-RATE-TIER2(WS-RATE-IDX).                    06082611
060828     MOVE WS-RT-RATE-TIER3(WS-RATE-IDX)                           06082811
060830         TO WS-RT-OLD-RATE-TIER3(WS-RATE-IDX).                    06083011
060832     MOVE WS-RT-RATE-TIER4(WS-RATE-IDX)                           06083211
060834         TO WS-RT-OLD-RATE-TIER4(WS-RATE-IDX).                    06083411
060836     MOVE WS-RT-TIER1-LIMIT(WS-RATE-IDX)                          06083611
060838         TO WS-RT-OLD-TIER1-LIMIT(WS-RATE-IDX).                   06083811
060840     MOVE WS-RT-TIER2-LIMIT(WS-RATE-IDX)                          06084011
060842         TO WS-RT-OLD-TIER2-LIMIT(WS-RATE-IDX).                   06084211
060844     MOVE WS-RT-TIER3-LIMIT(WS-RATE-IDX)                          06084411
060846         TO WS-RT-OLD-TIER3-LIMIT(WS-RATE-IDX).                   06084611
060847     MOVE WS-RT-DEMAND-RATE(WS-RATE-IDX)                          06084712
060848         TO WS-RT-OLD-DEMAND-RATE(WS-RATE-IDX).                   06084812
060849                                                                  06084911
060850******************************************************************06085011
060852* The RATEPARM row in hand is older than the current schedule     06085211
060854* but newer than the one kept as replaced - it becomes the        06085411
060856* replaced schedule.                                              06085611
060858******************************************************************06085811
060860 054-FILL-PRIOR-RATES.                                            06086011
060862     MOVE RP-EFF-DATE    TO WS-RT-OLD-EFF-DATE(WS-RATE-IDX).      06086211
060864     MOVE RP-RATE-TIER1  TO WS-RT-OLD-RATE-TIER1(WS-RATE-IDX).    06086411
060866     MOVE RP-RATE-TIER2  TO WS-RT-OLD-RATE-TIER2(WS-RATE-IDX).    06086611
060868     MOVE RP-RATE-TIER3  TO WS-RT-OLD-RATE-TIER3(WS-RATE-IDX).    06086811
060870     MOVE RP-RATE-TIER4  TO WS-RT-OLD-RATE-TIER4(WS-RATE-IDX).    06087011
060872     MOVE RP-TIER1-LIMIT TO WS-RT-OLD-TIER1-LIMIT(WS-RATE-IDX).   06087211
060874     MOVE RP-TIER2-LIMIT TO WS-RT-OLD-TIER2-LIMIT(WS-RATE-IDX).   06087411
060876     MOVE RP-TIER3-LIMIT TO WS-RT-OLD-TIER3-LIMIT(WS-RATE-IDX).   06087611
060878     IF RP-DEMAND-RATE IS NUMERIC                                 06087812
060880         MOVE RP-DEMAND-RATE                                      06088012
060882             TO WS-RT-OLD-DEMAND-RATE(WS-RATE-IDX)                06088212
060884     ELSE                                                         06088412
060886         MOVE 0 TO WS-RT-OLD-DEMAND-RATE(WS-RATE-IDX)             06088612
060888     END-IF.                                                      06088812
060900                                                                  06090000
061000******************************************************************06100000
061100* Read TAXPARM and keep the newest schedule effective as of       06110000
064500                 'JURISDICTION ' TX-JURIS-CODE ' IGNORED'         06450000
064600         WHEN WS-TX-JURIS-CODE(WS-TAX-IDX) = TX-JURIS-CODE        06460000
064700             IF TX-EFF-DATE >= WS-TX-EFF-DATE(WS-TAX-IDX)         06470000
064710                 IF TX-EFF-DATE > WS-TX-EFF-DATE(WS-TAX-IDX)      06471011
064720                     PERFORM 059-KEEP-PRIOR-TAXES                 06472011
064730                 END-IF                                           06473011
064800                 PERFORM 057-FILL-TAX-ENTRY                       06480000
064810             ELSE                                                 06481011
064820                 IF TX-EFF-DATE >= WS-TX-OLD-EFF-DATE(WS-TAX-IDX) 06482011
064830                     MOVE TX-EFF-DATE                             06483011
064840                         TO WS-TX-OLD-EFF-DATE(WS-TAX-IDX)        06484011
064850                     MOVE TX-STATE-RATE                           06485011
064860                         TO WS-TX-OLD-STATE-RATE(WS-TAX-IDX)      06486011
064870                     MOVE TX-FRANCHISE-RATE                       06487011
064880                         TO WS-TX-OLD-FRAN-RATE(WS-TAX-IDX)       06488011
064890                 END-IF                                           06489011
064900             END-IF                                               06490000
065000         WHEN WS-TX-JURIS-CODE(WS-TAX-IDX) = SPACES               06500000
065100             PERFORM 057-FILL-TAX-ENTRY                           06510000
066100     MOVE TX-FRANCHISE-RATE                                       06610000
066200         TO WS-TX-FRANCHISE-RATE(WS-TAX-IDX).                     06620000
066300     SET WS-TAX-LOADED TO TRUE.                                   06630000
066305                                                                  06630511
066310******************************************************************06631011
066315* Keep the schedule in the slot WS-TAX-IDX points at as the one   06631511
066320* a newer TAXPARM row is about to replace.                        06632011
066325******************************************************************06632511
066330 059-KEEP-PRIOR-TAXES.                                            06633011
066335     MOVE WS-TX-EFF-DATE(WS-TAX-IDX)                              06633511
066340         TO WS-TX-OLD-EFF-DATE(WS-TAX-IDX).                       06634011
066345     MOVE WS-TX-STATE-RATE(WS-TAX-IDX)                            06634511
066350         TO WS-TX-OLD-STATE-RATE(WS-TAX-IDX).                     06635011
066355     MOVE WS-TX-FRANCHISE-RATE(WS-TAX-IDX)                        06635511
066360         TO WS-TX-OLD-FRAN-RATE(WS-TAX-IDX).                      06636011
066400                                                                  06640000
066500******************************************************************06650000
066600* Load every CUSTMAST record's billing fields into the table.     06660000
076700         STOP RUN                                                 07670000
076800     END-IF.                                                      07680000
076900                                                                  07690000
076910     OPEN EXTEND ARLEDGER-FILE.                                   07691007
076920     IF WS-ARLEDGER-STATUS NOT = "00"                             07692007
076930         AND WS-ARLEDGER-STATUS NOT = "05"                        07693007
076940         DISPLAY 'UNABLE TO OPEN ARLEDGER, STATUS: '              07694007
076950             WS-ARLEDGER-STATUS                                   07695007
076960         STOP RUN                                                 07696007
076970     END-IF.                                                      07697007
076980                                                                  07698007
077000     STRING WS-SYS-MM "/" WS-SYS-DD "/" WS-SYS-CCYY(3:2)          07700000
077100         DELIMITED BY SIZE INTO WS-RUN-DATE-ED.                   07710000
077200                                                                  07720000
080800                                                                  08080000
080900******************************************************************08090000
081000* Judge one pending account by what BALFWD says it still owes.    08100000
081010* One that has gone into credit retires with the refund due       08101013
081020* on the ledger and booked to refunds payable on the GL feed,     08102013
081030* as a final bill's refund is.                                    08103013
081100******************************************************************08110000
081200 210-REVIEW-ONE-PENDING.                                          08120000
081300     MOVE FP-ACCT-NUM TO WS-CHECK-ACCT.                           08130003
083100             MOVE WS-REFUND-DUE TO WS-MONEY-ED                    08310000
083200             MOVE "REFUND DUE" TO WS-FINLRPT-LINE(44:10)          08320000
083300             MOVE WS-MONEY-ED TO WS-FINLRPT-LINE(56:13)           08330000
083310             MOVE FP-ACCT-NUM TO WS-LEDGER-ACCT                   08331007
083320             MOVE 0 TO WS-LEDGER-BALANCE                          08332007
083330             MOVE "RFND" TO AL-TRAN-TYPE                          08333007
083340             MOVE WS-REFUND-DUE TO AL-AMOUNT                      08334007
083350             PERFORM 675-WRITE-LEDGER-ENTRY                       08335007
083352             MOVE SPACE TO WS-GL-CLASS-CODE                       08335213
083354             SET WS-CUST-IDX TO 1                                 08335413
083356             SEARCH WS-CUST-ENTRY                                 08335613
083358                 AT END                                           08335813
083360                     CONTINUE                                     08336013
083362                 WHEN WS-CT-ACCT-NUM(WS-CUST-IDX) = FP-ACCT-NUM   08336213
083364                     MOVE WS-CT-CLASS-CODE(WS-CUST-IDX)           08336413
083366                         TO WS-GL-CLASS-CODE                      08336613
083368             END-SEARCH                                           08336813
083370             MOVE "RFND"        TO WS-GL-TRAN-TYPE                08337013
083372             MOVE WS-REFUND-DUE TO WS-GL-ROW-AMT                  08337213
083374             PERFORM 658-WRITE-GL-ROW                             08337413
083400         END-IF                                                   08340000
083500         MOVE "SETTLED - RETIRED" TO WS-FINLRPT-LINE(25:17)       08350000
083600         MOVE FP-ACCT-NUM TO WS-ACCT-RETIRING                     08360000
092000         ELSE                                                     09200003
092100             PERFORM 615-CALC-FINAL-USAGE                         09210003
092200             PERFORM 620-SELECT-RATE-FOR-CLASS                    09220003
092300             PERFORM 621-CHECK-PRORATION                          09230011
092305             PERFORM 624-DETERMINE-DEMAND                         09230512
092310             IF WS-PRO-OLD-RATES                                  09231011
092320                 PERFORM 626-CALC-PRORATED-CHARGES                09232011
092330             ELSE                                                 09233011
092340                 PERFORM 625-CALC-TIER-CHARGES                    09234011
092350             END-IF                                               09235011
092400             PERFORM 630-PRORATE-SERVICE-FEE                      09240003
092405             PERFORM 631-PRORATE-DEMAND                           09240512
092410             IF WS-PRORATED                                       09241011
092420                 PERFORM 632-SPLIT-CHARGES                        09242011
092430             END-IF                                               09243011
092500             PERFORM 635-CALC-TAXES                               09250003
092510             IF WS-PRORATED                                       09251011
092520                 PERFORM 638-MEASURE-PRORATION                    09252011
092530             END-IF                                               09253011
092600             PERFORM 640-NET-BALANCE-DEPOSIT                      09260003
092700             PERFORM 650-SETTLE-OR-PEND                           09270003
092800             PERFORM 655-WRITE-GL-EXPORT                          09280005
092900             PERFORM 660-WRITE-FINAL-EXTRACT                      09290005
092910             PERFORM 670-POST-FINAL-LEDGER                        09291007
093000             ADD 1 TO WS-FINAL-COUNT                              09300003
093100         END-IF                                                   09310003
093200     END-IF.                                                      09320003
100700     MOVE WS-RT-TIER1-LIMIT(WS-RATE-IDX) TO WS-TIER1-LIMIT.       10070000
100800     MOVE WS-RT-TIER2-LIMIT(WS-RATE-IDX) TO WS-TIER2-LIMIT.       10080000
100900     MOVE WS-RT-TIER3-LIMIT(WS-RATE-IDX) TO WS-TIER3-LIMIT.       10090000
100910     MOVE WS-RT-DEMAND-RATE(WS-RATE-IDX) TO WS-DEMAND-RATE.       10091012
100920     MOVE WS-RT-RATCHET-PCT(WS-RATE-IDX) TO WS-RATCHET-PCT.       10092012
101000                                                                  10100000
101100******************************************************************10110000
101101* Decide whether the final bill straddles a schedule change, as   10110111
101102* 245-CHECK-PRORATION does in billing: the period from the last   10110211
101103* actual read to the move-out date takes in the effective date    10110311
101104* of the class's current RATEPARM schedule or the jurisdiction's  10110411
101105* current TAXPARM schedule. It splits at the rate change when     10110511
101106* there is one, otherwise at the tax change. A transaction with   10110611
101107* no usable last-read date bills as it always has.                10110711
101108******************************************************************10110811
101109 621-CHECK-PRORATION.                                             10110911
101110     MOVE "N" TO WS-PRORATE-SW.                                   10111011
101111     MOVE "N" TO WS-PRO-RATES-SW.                                 10111111
101112     MOVE "N" TO WS-PRO-TAXES-SW.                                 10111211
101113     MOVE 0 TO WS-PRO-CHANGE-DATE                                 10111311
101114               WS-PRO-TAX-DATE                                    10111411
101115               WS-PRO-TOTAL-DAYS                                  10111511
101116               WS-PRO-OLD-DAYS                                    10111611
101117               WS-PRO-NEW-DAYS                                    10111711
101118               WS-PRO-TAX-OLD-DAYS                                10111811
101119               WS-PRO-OLD-KWH                                     10111911
101120               WS-PRO-NEW-KWH                                     10112011
101121               WS-PRO-OLD-CHARGES                                 10112111
101122               WS-PRO-NEW-CHARGES                                 10112211
101123               WS-PRO-ALLNEW-ENERGY                               10112311
101124               WS-PRO-ALLNEW-AMT                                  10112411
101125               WS-PRO-EFFECT.                                     10112511
101126                                                                  10112611
101127     IF FR-PRIOR-DATE IS NUMERIC                                  10112711
101128         IF FR-PRIOR-DATE > 0                                     10112811
101129             AND FR-PRIOR-DATE < FR-MOVE-DATE                     10112911
101130             AND FR-PRIOR-MM >= 1 AND FR-PRIOR-MM <= 12           10113011
101131             AND FR-MOVE-MM >= 1 AND FR-MOVE-MM <= 12             10113111
101132             IF WS-RT-EFF-DATE(WS-RATE-IDX) > FR-PRIOR-DATE       10113211
101133                 AND WS-RT-EFF-DATE(WS-RATE-IDX) <= FR-MOVE-DATE  10113311
101134                 MOVE WS-RT-EFF-DATE(WS-RATE-IDX)                 10113411
101135                     TO WS-PRO-CHANGE-DATE                        10113511
101136                 SET WS-PRO-OLD-RATES TO TRUE                     10113611
101137             END-IF                                               10113711
101138             PERFORM 622-FIND-TAX-CHANGE                          10113811
101139             IF WS-PRO-CHANGE-DATE = 0                            10113911
101140                 MOVE WS-PRO-TAX-DATE TO WS-PRO-CHANGE-DATE       10114011
101141             END-IF                                               10114111
101142             IF WS-PRO-CHANGE-DATE > 0                            10114211
101143                 PERFORM 623-COUNT-PERIOD-DAYS                    10114311
101144             END-IF                                               10114411
101145         END-IF                                                   10114511
101146     END-IF.                                                      10114611
101147                                                                  10114711
101148******************************************************************10114811
101149* Look for a TAXPARM effective date inside the final period for   10114911
101150* this customer's jurisdiction.                                   10115011
101151******************************************************************10115111
101152 622-FIND-TAX-CHANGE.                                             10115211
101153     IF WS-TAX-LOADED                                             10115311
101154         SET WS-TAX-IDX TO 1                                      10115411
101155         SEARCH WS-TAX-ENTRY                                      10115511
101156             AT END                                               10115611
101157                 CONTINUE                                         10115711
101158             WHEN WS-TX-JURIS-CODE(WS-TAX-IDX) =                  10115811
101159                     WS-JURIS-CODE                                10115911
101160                 IF WS-TX-EFF-DATE(WS-TAX-IDX) > FR-PRIOR-DATE    10116011
101161                     AND WS-TX-EFF-DATE(WS-TAX-IDX) <=            10116111
101162                         FR-MOVE-DATE                             10116211
101163                     MOVE WS-TX-EFF-DATE(WS-TAX-IDX)              10116311
101164                         TO WS-PRO-TAX-DATE                       10116411
101165                     SET WS-PRO-OLD-TAXES TO TRUE                 10116511
101166                 END-IF                                           10116611
101167         END-SEARCH                                               10116711
101168     END-IF.                                                      10116811
101169                                                                  10116911
101170******************************************************************10117011
101171* Count the days in the final period and on each side of the      10117111
101172* change date (and of the tax change date when taxes changed on   10117211
101173* a different day). A period too long to carry on FINLXTR is      10117311
101174* not split.                                                      10117411
101175******************************************************************10117511
101176 623-COUNT-PERIOD-DAYS.                                           10117611
101177     MOVE FR-PRIOR-DATE TO WS-DN-DATE8.                           10117711
101178     PERFORM 690-CALC-DAY-NUMBER.                                 10117811
101179     MOVE WS-DAY-NUMBER TO WS-PRO-FROM-DAY.                       10117911
101180     MOVE FR-MOVE-DATE TO WS-DN-DATE8.                            10118011
101181     PERFORM 690-CALC-DAY-NUMBER.                                 10118111
101182     MOVE WS-DAY-NUMBER TO WS-PRO-TO-DAY.                         10118211
101183     COMPUTE WS-PRO-TOTAL-DAYS = WS-PRO-TO-DAY - WS-PRO-FROM-DAY. 10118311
101184                                                                  10118411
101185     MOVE WS-PRO-CHANGE-DATE TO WS-DN-DATE8.                      10118511
101186     PERFORM 690-CALC-DAY-NUMBER.                                 10118611
101187     COMPUTE WS-PRO-OLD-DAYS = WS-DAY-NUMBER - WS-PRO-FROM-DAY.   10118711
101188     COMPUTE WS-PRO-NEW-DAYS = WS-PRO-TO-DAY - WS-DAY-NUMBER.     10118811
101189                                                                  10118911
101190     IF WS-PRO-OLD-TAXES                                          10119011
101191         MOVE WS-PRO-TAX-DATE TO WS-DN-DATE8                      10119111
101192         PERFORM 690-CALC-DAY-NUMBER                              10119211
101193         COMPUTE WS-PRO-TAX-OLD-DAYS =                            10119311
101194             WS-DAY-NUMBER - WS-PRO-FROM-DAY                      10119411
101195     END-IF.                                                      10119511
101196                                                                  10119611
101197     IF WS-PRO-TOTAL-DAYS > 0 AND WS-PRO-TOTAL-DAYS < 1000        10119711
101198         SET WS-PRORATED TO TRUE                                  10119811
101199     ELSE                                                         10119911
101200         MOVE "N" TO WS-PRO-RATES-SW                              10120011
101201         MOVE "N" TO WS-PRO-TAXES-SW                              10120111
101202         MOVE 0 TO WS-PRO-CHANGE-DATE                             10120211
101203     END-IF.                                                      10120312
101204                                                                  10120412
101205******************************************************************10120512
101206* Decide the kW the final bill charges demand on when the class   10120612
101207* carries a demand rate (now, or under the schedule a split       10120712
101208* period still bills at), as 240-DETERMINE-DEMAND does in         10120812
101209* billing: the kW read at move-out, or the ratchet - WS-RATCHET-  10120912
101210* PCT of the highest kW in the prior 11 cycles on USGHIST - when  10121012
101211* that is greater.                                                10121112
101212******************************************************************10121212
101213 624-DETERMINE-DEMAND.                                            10121312
101214     MOVE 0   TO WS-ACTUAL-KW.                                    10121412
101215     MOVE 0   TO WS-PEAK-KW.                                      10121512
101216     MOVE 0   TO WS-RATCHET-KW.                                   10121612
101217     MOVE 0   TO WS-BILLED-KW.                                    10121712
101218     MOVE "N" TO WS-RATCHET-SW.                                   10121812
101219                                                                  10121912
101220     IF WS-DEMAND-RATE > 0                                        10122012
101221         OR (WS-PRO-OLD-RATES                                     10122112
101222             AND WS-RT-OLD-DEMAND-RATE(WS-RATE-IDX) > 0)          10122212
101223         IF FR-DEMAND-READ IS NUMERIC                             10122312
101224             MOVE FR-DEMAND-READ TO WS-ACTUAL-KW                  10122412
101225         END-IF                                                   10122512
101226                                                                  10122612
101227         MOVE FR-ACCT-NUM TO UH-ACCT-NUM                          10122712
101228         READ USGHIST-FILE                                        10122812
101229             INVALID KEY                                          10122912
101230                 CONTINUE                                         10123012
101231             NOT INVALID KEY                                      10123112
101232                 PERFORM VARYING WS-KW-SUB FROM 1 BY 1            10123212
101233                         UNTIL WS-KW-SUB > 11                     10123312
101234                     IF UH-KW-CYCLE(WS-KW-SUB) > WS-PEAK-KW       10123412
101235                         MOVE UH-KW-CYCLE(WS-KW-SUB)              10123512
101236                             TO WS-PEAK-KW                        10123612
101237                     END-IF                                       10123712
101238                 END-PERFORM                                      10123812
101239                 COMPUTE WS-RATCHET-KW ROUNDED =                  10123912
101240                     WS-PEAK-KW * WS-RATCHET-PCT / 100            10124012
101241         END-READ                                                 10124112
101242                                                                  10124212
101243         IF WS-RATCHET-KW > WS-ACTUAL-KW                          10124312
101244             MOVE WS-RATCHET-KW TO WS-BILLED-KW                   10124412
101245             SET WS-DEMAND-RATCHETED TO TRUE                      10124512
101246         ELSE                                                     10124612
101247             MOVE WS-ACTUAL-KW TO WS-BILLED-KW                    10124712
101248         END-IF                                                   10124812
101249     END-IF.                                                      10124911
101250                                                                  10125011
101251******************************************************************10125111
101252* Split the final usage across the tiers and price it - the       10125200
101300* same band arithmetic as 200-CALC-TIERS in billing.              10130000
101400******************************************************************10140000
101500 625-CALC-TIER-CHARGES.                                           10150000
104700         WS-TIER3-CHARGE + WS-TIER4-CHARGE.                       10470005
104800                                                                  10480000
104900******************************************************************10490000
104901* Price final usage split at a rate change, the way billing's     10490111
104902* 320-CALC-PRORATED-CHARGES does: the whole period at the         10490211
104903* current schedule first (what it would have billed unsplit),     10490311
104904* then the days before the change at the schedule it replaced     10490411
104905* and the days after at the current one, each with its share of   10490511
104906* the kWh and the tier limits. The two portions add back into     10490611
104907* the tier fields, so everything downstream sees one bill.        10490711
104908******************************************************************10490811
104909 626-CALC-PRORATED-CHARGES.                                       10490911
104910     PERFORM 625-CALC-TIER-CHARGES.                               10491011
104911     MOVE WS-ENERGY-CHARGE TO WS-PRO-ALLNEW-ENERGY.               10491111
104912                                                                  10491211
104913     MOVE WS-KWH-USED TO WS-PRO-KWH-SAVE.                         10491311
104914     COMPUTE WS-PRO-OLD-KWH ROUNDED =                             10491411
104915         WS-KWH-USED * WS-PRO-OLD-DAYS / WS-PRO-TOTAL-DAYS.       10491511
104916     COMPUTE WS-PRO-NEW-KWH = WS-KWH-USED - WS-PRO-OLD-KWH.       10491611
104917                                                                  10491711
104918*   Days before the change, at the schedule it replaced.          10491811
104919     PERFORM 627-SET-PRIOR-RATES.                                 10491911
104920     MOVE WS-PRO-OLD-KWH  TO WS-KWH-USED.                         10492011
104921     MOVE WS-PRO-OLD-DAYS TO WS-PRO-PART-DAYS.                    10492111
104922     PERFORM 629-PRICE-PORTION.                                   10492211
104923     MOVE WS-TIER1-KWH     TO WS-PRO-TIER1-KWH.                   10492311
104924     MOVE WS-TIER2-KWH     TO WS-PRO-TIER2-KWH.                   10492411
104925     MOVE WS-TIER3-KWH     TO WS-PRO-TIER3-KWH.                   10492511
104926     MOVE WS-TIER4-KWH     TO WS-PRO-TIER4-KWH.                   10492611
104927     MOVE WS-TIER1-CHARGE  TO WS-PRO-TIER1-CHARGE.                10492711
104928     MOVE WS-TIER2-CHARGE  TO WS-PRO-TIER2-CHARGE.                10492811
104929     MOVE WS-TIER3-CHARGE  TO WS-PRO-TIER3-CHARGE.                10492911
104930     MOVE WS-TIER4-CHARGE  TO WS-PRO-TIER4-CHARGE.                10493011
104931     MOVE WS-ENERGY-CHARGE TO WS-PRO-OLD-ENERGY.                  10493111
104932                                                                  10493211
104933*   Days from the change on, at the current schedule.             10493311
104934     PERFORM 628-SET-CURRENT-RATES.                               10493411
104935     MOVE WS-PRO-NEW-KWH  TO WS-KWH-USED.                         10493511
104936     MOVE WS-PRO-NEW-DAYS TO WS-PRO-PART-DAYS.                    10493611
104937     PERFORM 629-PRICE-PORTION.                                   10493711
104938                                                                  10493811
104939     ADD WS-PRO-TIER1-KWH     TO WS-TIER1-KWH.                    10493911
104940     ADD WS-PRO-TIER2-KWH     TO WS-TIER2-KWH.                    10494011
104941     ADD WS-PRO-TIER3-KWH     TO WS-TIER3-KWH.                    10494111
104942     ADD WS-PRO-TIER4-KWH     TO WS-TIER4-KWH.                    10494211
104943     ADD WS-PRO-TIER1-CHARGE  TO WS-TIER1-CHARGE.                 10494311
104944     ADD WS-PRO-TIER2-CHARGE  TO WS-TIER2-CHARGE.                 10494411
104945     ADD WS-PRO-TIER3-CHARGE  TO WS-TIER3-CHARGE.                 10494511
104946     ADD WS-PRO-TIER4-CHARGE  TO WS-TIER4-CHARGE.                 10494611
104947     ADD WS-PRO-OLD-ENERGY    TO WS-ENERGY-CHARGE.                10494711
104948     MOVE WS-PRO-KWH-SAVE TO WS-KWH-USED.                         10494811
104949     PERFORM 628-SET-CURRENT-RATES.                               10494911
104950                                                                  10495011
104951******************************************************************10495111
104952* Load the schedule the class's current one replaced.             10495211
104953******************************************************************10495311
104954 627-SET-PRIOR-RATES.                                             10495411
104955     MOVE WS-RT-OLD-RATE-TIER1(WS-RATE-IDX)  TO WS-RATE-TIER1.    10495511
104956     MOVE WS-RT-OLD-RATE-TIER2(WS-RATE-IDX)  TO WS-RATE-TIER2.    10495611
104957     MOVE WS-RT-OLD-RATE-TIER3(WS-RATE-IDX)  TO WS-RATE-TIER3.    10495711
104958     MOVE WS-RT-OLD-RATE-TIER4(WS-RATE-IDX)  TO WS-RATE-TIER4.    10495811
104959     MOVE WS-RT-OLD-TIER1-LIMIT(WS-RATE-IDX) TO WS-TIER1-LIMIT.   10495911
104960     MOVE WS-RT-OLD-TIER2-LIMIT(WS-RATE-IDX) TO WS-TIER2-LIMIT.   10496011
104961     MOVE WS-RT-OLD-TIER3-LIMIT(WS-RATE-IDX) TO WS-TIER3-LIMIT.   10496111
104962                                                                  10496211
104963******************************************************************10496311
104964* Load the class's current schedule back, as 620-SELECT-RATE-     10496411
104965* FOR-CLASS left it.                                              10496511
104966******************************************************************10496611
104967 628-SET-CURRENT-RATES.                                           10496711
104968     MOVE WS-RT-RATE-TIER1(WS-RATE-IDX)  TO WS-RATE-TIER1.        10496811
104969     MOVE WS-RT-RATE-TIER2(WS-RATE-IDX)  TO WS-RATE-TIER2.        10496911
104970     MOVE WS-RT-RATE-TIER3(WS-RATE-IDX)  TO WS-RATE-TIER3.        10497011
104971     MOVE WS-RT-RATE-TIER4(WS-RATE-IDX)  TO WS-RATE-TIER4.        10497111
104972     MOVE WS-RT-TIER1-LIMIT(WS-RATE-IDX) TO WS-TIER1-LIMIT.       10497211
104973     MOVE WS-RT-TIER2-LIMIT(WS-RATE-IDX) TO WS-TIER2-LIMIT.       10497311
104974     MOVE WS-RT-TIER3-LIMIT(WS-RATE-IDX) TO WS-TIER3-LIMIT.       10497411
104975                                                                  10497511
104976******************************************************************10497611
104977* Price one portion of a split final bill: tier limits cut to     10497711
104978* the portion's share of the period, then tiers and charges as    10497811
104979* usual.                                                          10497911
104980******************************************************************10498011
104981 629-PRICE-PORTION.                                               10498111
104982     COMPUTE WS-TIER1-LIMIT ROUNDED =                             10498211
104983         WS-TIER1-LIMIT * WS-PRO-PART-DAYS / WS-PRO-TOTAL-DAYS.   10498311
104984     COMPUTE WS-TIER2-LIMIT ROUNDED =                             10498411
104985         WS-TIER2-LIMIT * WS-PRO-PART-DAYS / WS-PRO-TOTAL-DAYS.   10498511
104986     COMPUTE WS-TIER3-LIMIT ROUNDED =                             10498611
104987         WS-TIER3-LIMIT * WS-PRO-PART-DAYS / WS-PRO-TOTAL-DAYS.   10498711
104988     PERFORM 625-CALC-TIER-CHARGES.                               10498811
104989                                                                  10498911
104990******************************************************************10499011
105000* The service fee covers a whole cycle; a move-out pays only      10500000
105100* the slice of the month it was actually served, by day of        10510000
105200* month over a 30-day cycle, never more than the full fee.        10520000
105700     IF WS-PRORATED-FEE > WS-SERVICE-FEE                          10570000
105800         MOVE WS-SERVICE-FEE TO WS-PRORATED-FEE                   10580000
105900     END-IF.                                                      10590000
105902                                                                  10590211
105904******************************************************************10590411
105905* Demand is billed for a whole cycle too, so a move-out pays the  10590512
105906* billed kW at the demand rate for the same slice of the month    10590612
105907* as the fee. A final period split at a rate change bills the     10590712
105908* days before the change at the demand rate the new schedule      10590812
105909* replaced; WS-PRO-ALLNEW-DEMAND keeps the charge at the current  10590912
105910* rate throughout, for the register's effect.                     10591012
105911******************************************************************10591112
105912 631-PRORATE-DEMAND.                                              10591212
105913     MOVE 0 TO WS-DEMAND-CHARGE.                                  10591312
105914     MOVE 0 TO WS-PRO-OLD-DEMAND.                                 10591412
105915     MOVE 0 TO WS-PRO-ALLNEW-DEMAND.                              10591512
105916     IF FR-MOVE-DD > 30                                           10591612
105917         MOVE 30 TO WS-DEMAND-DAYS                                10591712
105918     ELSE                                                         10591812
105919         MOVE FR-MOVE-DD TO WS-DEMAND-DAYS                        10591912
105920     END-IF.                                                      10592012
105921                                                                  10592112
105922     IF WS-BILLED-KW > 0                                          10592212
105923         COMPUTE WS-PRO-ALLNEW-DEMAND ROUNDED =                   10592312
105924             WS-BILLED-KW * WS-DEMAND-RATE * WS-DEMAND-DAYS / 30  10592412
105925         IF WS-PRO-OLD-RATES                                      10592512
105926             COMPUTE WS-PRO-OLD-DEMAND ROUNDED =                  10592612
105927                 WS-BILLED-KW * WS-RT-OLD-DEMAND-RATE(WS-RATE-IDX)10592712
105928                 * WS-DEMAND-DAYS / 30                            10592812
105929                 * WS-PRO-OLD-DAYS / WS-PRO-TOTAL-DAYS            10592912
105930             COMPUTE WS-PRO-WORK-AMT ROUNDED =                    10593012
105931                 WS-BILLED-KW * WS-DEMAND-RATE                    10593112
105932                 * WS-DEMAND-DAYS / 30                            10593212
105933                 * WS-PRO-NEW-DAYS / WS-PRO-TOTAL-DAYS            10593312
105934             COMPUTE WS-DEMAND-CHARGE =                           10593412
105935                 WS-PRO-OLD-DEMAND + WS-PRO-WORK-AMT              10593512
105936         ELSE                                                     10593612
105937             MOVE WS-PRO-ALLNEW-DEMAND TO WS-DEMAND-CHARGE        10593712
105938         END-IF                                                   10593812
105939     END-IF.                                                      10593912
105940                                                                  10594012
105941******************************************************************10594112
105942* Carry a split final bill's two sides for the register and the   10594211
105943* extract: the prorated fee split by days on top of each side's   10594311
105944* energy and demand. A split only at a tax change prices as one   10594412
105945* period at the current rates, so its kWh and charges split by    10594512
105946* days.                                                           10594612
105947******************************************************************10594711
105948 632-SPLIT-CHARGES.                                               10594811
105949     IF NOT WS-PRO-OLD-RATES                                      10594911
105950         MOVE WS-ENERGY-CHARGE TO WS-PRO-ALLNEW-ENERGY            10595011
105951         COMPUTE WS-PRO-OLD-KWH ROUNDED =                         10595111
105952             WS-KWH-USED * WS-PRO-OLD-DAYS / WS-PRO-TOTAL-DAYS    10595211
105953         COMPUTE WS-PRO-NEW-KWH = WS-KWH-USED - WS-PRO-OLD-KWH    10595311
105954         COMPUTE WS-PRO-OLD-ENERGY ROUNDED = WS-ENERGY-CHARGE     10595411
105955             * WS-PRO-OLD-DAYS / WS-PRO-TOTAL-DAYS                10595511
105956         COMPUTE WS-PRO-OLD-DEMAND ROUNDED = WS-DEMAND-CHARGE     10595612
105957             * WS-PRO-OLD-DAYS / WS-PRO-TOTAL-DAYS                10595712
105958     END-IF.                                                      10595811
105959     COMPUTE WS-PRO-OLD-FEE ROUNDED =                             10595911
105960         WS-PRORATED-FEE * WS-PRO-OLD-DAYS / WS-PRO-TOTAL-DAYS.   10596011
105961     COMPUTE WS-PRO-OLD-CHARGES = WS-PRO-OLD-ENERGY               10596112
105962         + WS-PRO-OLD-FEE + WS-PRO-OLD-DEMAND.                    10596212
105963     COMPUTE WS-PRO-ALLNEW-AMT = WS-PRO-ALLNEW-ENERGY             10596312
105964         + WS-PRORATED-FEE + WS-PRO-ALLNEW-DEMAND.                10596412
105965     COMPUTE WS-PRO-NEW-CHARGES = WS-ENERGY-CHARGE                10596512
105966         + WS-PRORATED-FEE + WS-DEMAND-CHARGE                     10596612
105967         - WS-PRO-OLD-CHARGES.                                    10596712
106000                                                                  10600000
106100******************************************************************10610000
106200* Tax the final energy and demand charges plus prorated fee at    10620012
106300* the account's jurisdiction rates, as 310-CALC-TAXES does.       10630012
106400******************************************************************10640000
106500 635-CALC-TAXES.                                                  10650000
106600     MOVE 0 TO WS-STATE-TAX-AMT.                                  10660000
107900     END-IF.                                                      10790000
108000                                                                  10800000
108100     IF WS-TAX-FOUND                                              10810000
108200         COMPUTE WS-TAX-BASE = WS-ENERGY-CHARGE                   10820012
108300             + WS-PRORATED-FEE + WS-DEMAND-CHARGE                 10830012
108400         IF WS-PRO-OLD-TAXES                                      10840011
108500             PERFORM 637-CALC-SPLIT-TAXES                         10850011
108600         ELSE                                                     10860011
108700             COMPUTE WS-STATE-TAX-AMT ROUNDED =                   10870011
108710                 WS-TAX-BASE * WS-TX-STATE-RATE(WS-TAX-IDX)       10871011
108720             COMPUTE WS-FRANCHISE-AMT ROUNDED =                   10872011
108730                 WS-TAX-BASE * WS-TX-FRANCHISE-RATE(WS-TAX-IDX)   10873011
108740         END-IF                                                   10874011
108800     END-IF.                                                      10880000
108802                                                                  10880211
108804******************************************************************10880411
108806* Tax a final bill whose period takes in a TAXPARM change: the    10880611
108808* part of the base before the change at the schedule it           10880811
108810* replaced, the rest at the current one. When the rates split     10881011
108812* on the same day the base splits the same way the charges did;   10881211
108814* otherwise it splits by days.                                    10881411
108816******************************************************************10881611
108818 637-CALC-SPLIT-TAXES.                                            10881811
108820     IF WS-PRO-TAX-DATE = WS-PRO-CHANGE-DATE                      10882011
108822         MOVE WS-PRO-OLD-CHARGES TO WS-PRO-OLD-BASE               10882211
108824     ELSE                                                         10882411
108826         COMPUTE WS-PRO-OLD-BASE ROUNDED = WS-TAX-BASE            10882611
108828             * WS-PRO-TAX-OLD-DAYS / WS-PRO-TOTAL-DAYS            10882811
108830     END-IF.                                                      10883011
108832     COMPUTE WS-PRO-NEW-BASE = WS-TAX-BASE - WS-PRO-OLD-BASE.     10883211
108834     COMPUTE WS-STATE-TAX-AMT ROUNDED =                           10883411
108836         WS-PRO-OLD-BASE * WS-TX-OLD-STATE-RATE(WS-TAX-IDX)       10883611
108838         + WS-PRO-NEW-BASE * WS-TX-STATE-RATE(WS-TAX-IDX).        10883811
108840     COMPUTE WS-FRANCHISE-AMT ROUNDED =                           10884011
108842         WS-PRO-OLD-BASE * WS-TX-OLD-FRAN-RATE(WS-TAX-IDX)        10884211
108844         + WS-PRO-NEW-BASE * WS-TX-FRANCHISE-RATE(WS-TAX-IDX).    10884411
108846                                                                  10884611
108848******************************************************************10884811
108850* Set what a split final bill came to against what the period     10885011
108852* bills entirely at the current rate and tax schedules - energy,  10885211
108854* demand, prorated fee and taxes; positive means the split        10885412
108855* billed more.                                                    10885512
108856******************************************************************10885611
108858 638-MEASURE-PRORATION.                                           10885811
108860     MOVE 0 TO WS-PRO-ALLNEW-TAX.                                 10886011
108862     IF WS-TAX-FOUND                                              10886211
108864         COMPUTE WS-PRO-WORK-AMT ROUNDED =                        10886411
108866             WS-PRO-ALLNEW-AMT * WS-TX-STATE-RATE(WS-TAX-IDX)     10886611
108868         MOVE WS-PRO-WORK-AMT TO WS-PRO-ALLNEW-TAX                10886811
108870         COMPUTE WS-PRO-WORK-AMT ROUNDED =                        10887011
108872             WS-PRO-ALLNEW-AMT * WS-TX-FRANCHISE-RATE(WS-TAX-IDX) 10887211
108874         ADD WS-PRO-WORK-AMT TO WS-PRO-ALLNEW-TAX                 10887411
108876     END-IF.                                                      10887611
108878     ADD WS-PRO-ALLNEW-TAX TO WS-PRO-ALLNEW-AMT.                  10887811
108880     COMPUTE WS-PRO-EFFECT = WS-ENERGY-CHARGE + WS-PRORATED-FEE   10888011
108882         + WS-DEMAND-CHARGE + WS-STATE-TAX-AMT + WS-FRANCHISE-AMT 10888212
108884         - WS-PRO-ALLNEW-AMT.                                     10888411
108886     ADD 1 TO WS-PRO-COUNT.                                       10888611
108900                                                                  10890000
109000******************************************************************10900000
109100* Net in whatever BALFWD carries (credits ride negative) and      10910000
112600     END-READ.                                                    11260000
112700                                                                  11270000
112800     COMPUTE WS-FINAL-NET = WS-ENERGY-CHARGE                      11280000
112900         + WS-PRORATED-FEE + WS-DEMAND-CHARGE + WS-STATE-TAX-AMT  11290012
113000         + WS-FRANCHISE-AMT + WS-PRIOR-BALANCE                    11300000
113100         - WS-DEPOSIT-HELD.                                       11310000
113200                                                                  11320000
114800     MOVE WS-MONEY-ED TO WS-FINLRPT-LINE(75:13).                  11480000
114900     MOVE WS-FINLRPT-LINE TO FINLRPT-REC.                         11490000
115000     WRITE FINLRPT-REC.                                           11500000
115005                                                                  11500512
115010     IF WS-DEMAND-CHARGE > 0                                      11501012
115015         MOVE SPACES TO WS-FINLRPT-LINE                           11501512
115020         MOVE "  DEMAND" TO WS-FINLRPT-LINE(1:8)                  11502012
115025         MOVE WS-BILLED-KW TO WS-KW-ED                            11502512
115030         MOVE WS-KW-ED TO WS-FINLRPT-LINE(44:10)                  11503012
115035         MOVE "KW" TO WS-FINLRPT-LINE(55:2)                       11503512
115040         IF WS-DEMAND-RATCHETED                                   11504012
115045             MOVE "(RATCHET)" TO WS-FINLRPT-LINE(23:9)            11504512
115050         END-IF                                                   11505012
115055         MOVE WS-DEMAND-CHARGE TO WS-MONEY-ED                     11505512
115060         MOVE WS-MONEY-ED TO WS-FINLRPT-LINE(60:13)               11506012
115065         MOVE WS-FINLRPT-LINE TO FINLRPT-REC                      11506512
115070         WRITE FINLRPT-REC                                        11507012
115075     END-IF.                                                      11507512
115100                                                                  11510000
115110     IF WS-PRORATED                                               11511011
115120         PERFORM 652-WRITE-PRORATE-LINE                           11512011
115130     END-IF.                                                      11513011
115140                                                                  11514011
115200     MOVE SPACES TO WS-FINLRPT-LINE.                              11520000
115300     MOVE "  PRIOR BALANCE" TO WS-FINLRPT-LINE(1:15).             11530000
115400     MOVE WS-PRIOR-BALANCE TO WS-SMONEY-ED.                       11540000
118600     WRITE FINLRPT-REC.                                           11860000
118700                                                                  11870000
118800     MOVE SPACES TO WS-FINLRPT-LINE.                              11880000
118802     MOVE WS-FINLRPT-LINE TO FINLRPT-REC.                         11880211
118804     WRITE FINLRPT-REC.                                           11880411
118806                                                                  11880611
118808******************************************************************11880811
118810* A final bill split at a schedule change shows its change date,  11881011
118812* each side's days and charges (fee included), and what the       11881211
118814* split came to against billing it all at the new rate.           11881411
118816******************************************************************11881611
118818 652-WRITE-PRORATE-LINE.                                          11881811
118820     MOVE WS-PRO-CHANGE-DATE TO WS-DN-DATE8.                      11882011
118822     MOVE SPACES TO WS-PRO-DATE-ED.                               11882211
118824     STRING WS-DN-MM "/" WS-DN-DD "/" WS-DN-CCYY(3:2)             11882411
118826         DELIMITED BY SIZE INTO WS-PRO-DATE-ED.                   11882611
118828     MOVE SPACES TO WS-FINLRPT-LINE.                              11882811
118830     MOVE "  RATE CHANGE" TO WS-FINLRPT-LINE(1:13).               11883011
118832     MOVE WS-PRO-DATE-ED TO WS-FINLRPT-LINE(15:8).                11883211
118834     MOVE "OLD RATE" TO WS-FINLRPT-LINE(25:8).                    11883411
118836     MOVE WS-PRO-OLD-DAYS TO WS-PRO-DAYS-ED.                      11883611
118838     MOVE WS-PRO-DAYS-ED TO WS-FINLRPT-LINE(34:3).                11883811
118840     MOVE "DAYS" TO WS-FINLRPT-LINE(38:4).                        11884011
118842     MOVE WS-PRO-OLD-CHARGES TO WS-MONEY-ED.                      11884211
118844     MOVE WS-MONEY-ED TO WS-FINLRPT-LINE(43:13).                  11884411
118846     MOVE "NEW RATE" TO WS-FINLRPT-LINE(58:8).                    11884611
118848     MOVE WS-PRO-NEW-DAYS TO WS-PRO-DAYS-ED.                      11884811
118850     MOVE WS-PRO-DAYS-ED TO WS-FINLRPT-LINE(67:3).                11885011
118852     MOVE "DAYS" TO WS-FINLRPT-LINE(71:4).                        11885211
118854     MOVE WS-PRO-NEW-CHARGES TO WS-MONEY-ED.                      11885411
118856     MOVE WS-MONEY-ED TO WS-FINLRPT-LINE(76:13).                  11885611
118858     MOVE "EFFECT" TO WS-FINLRPT-LINE(91:6).                      11885811
118860     MOVE WS-PRO-EFFECT TO WS-SMONEY-ED.                          11886011
118862     MOVE WS-SMONEY-ED TO WS-FINLRPT-LINE(98:14).                 11886211
118900     MOVE WS-FINLRPT-LINE TO FINLRPT-REC.                         11890000
119000     WRITE FINLRPT-REC.                                           11900000
119100                                                                  11910000
119200******************************************************************11920005
119300* Post the final bill to the GL feed the way billing's            11930005
119400* 470-WRITE-GL-EXPORT posts a cycle bill, all as GLMAP maps it:   11940012
119500* energy charges plus the prorated fee under the class revenue    11950012
119600* code, demand as its own DMND row, and the taxes under their     11960012
119700* liability codes. The deposit applied comes off the deposit      11970012
119800* liability (DEPA), and a refund due goes to refunds payable      11980012
119900* (RFND), both against receivables - the same entries 670 puts    11990012
119910* on the ledger. The prior balance is not re-posted; it hit the   11991012
119920* GL when first billed.                                           11992012
120000******************************************************************12000005
120100 655-WRITE-GL-EXPORT.                                             12010005
120110     MOVE FR-ACCT-NUM   TO WS-LEDGER-ACCT.                        12011013
120200     MOVE WS-CLASS-CODE TO WS-GL-CLASS-CODE.                      12020008
121100                                                                  12110005
121200     COMPUTE WS-GL-REVENUE-AMT =                                  12120005
121300         WS-ENERGY-CHARGE + WS-PRORATED-FEE.                      12130005
121400     MOVE "REVN"            TO WS-GL-TRAN-TYPE.                   12140008
121500     MOVE WS-GL-REVENUE-AMT TO WS-GL-ROW-AMT.                     12150008
121600     PERFORM 658-WRITE-GL-ROW.                                    12160008
121800                                                                  12180005
121810     IF WS-DEMAND-CHARGE > 0                                      12181012
121820         MOVE "DMND"           TO WS-GL-TRAN-TYPE                 12182012
121830         MOVE WS-DEMAND-CHARGE TO WS-GL-ROW-AMT                   12183012
121840         PERFORM 658-WRITE-GL-ROW                                 12184012
121850     END-IF.                                                      12185012
121860                                                                  12186012
121900     IF WS-STATE-TAX-AMT > 0                                      12190005
122000         MOVE "STAX"           TO WS-GL-TRAN-TYPE                 12200008
122100         MOVE WS-STATE-TAX-AMT TO WS-GL-ROW-AMT                   12210008
122200         PERFORM 658-WRITE-GL-ROW                                 12220008
122400     END-IF.                                                      12240005
122500                                                                  12250005
122600     IF WS-FRANCHISE-AMT > 0                                      12260005
122700         MOVE "FRAN"           TO WS-GL-TRAN-TYPE                 12270008
122800         MOVE WS-FRANCHISE-AMT TO WS-GL-ROW-AMT                   12280008
122805         PERFORM 658-WRITE-GL-ROW                                 12280512
122810     END-IF.                                                      12281012
122815                                                                  12281512
122820     IF WS-DEPOSIT-HELD > 0                                       12282012
122825         MOVE "DEPA"          TO WS-GL-TRAN-TYPE                  12282512
122830         MOVE WS-DEPOSIT-HELD TO WS-GL-ROW-AMT                    12283012
122835         PERFORM 658-WRITE-GL-ROW                                 12283512
122840     END-IF.                                                      12284012
122845                                                                  12284512
122850     IF WS-FINAL-NET < 0                                          12285012
122855         MOVE "RFND"        TO WS-GL-TRAN-TYPE                    12285512
122860         MOVE WS-REFUND-DUE TO WS-GL-ROW-AMT                      12286012
122900         PERFORM 658-WRITE-GL-ROW                                 12290008
123100     END-IF.                                                      12310005
123101                                                                  12310108
123102******************************************************************12310208
123103* Find WS-GL-TRAN-TYPE's posting in the GLMAP table: the row for  12310308
123104* WS-GL-CLASS-CODE if accounting mapped one, else the type's      12310408
123105* default (blank class) row. A type with neither stops the run.   12310508
123106******************************************************************12310608
123107 657-FIND-GL-ACCOUNT.                                             12310708
123108     MOVE "N" TO WS-GLMAP-FOUND-SW.                               12310808
123109     SET WS-GLMAP-IDX TO 1.                                       12310908
123110     SEARCH WS-GLMAP-ENTRY                                        12311008
123111         AT END                                                   12311108
123112             CONTINUE                                             12311208
123113         WHEN WS-GM-TRAN-TYPE(WS-GLMAP-IDX) = WS-GL-TRAN-TYPE     12311308
123114             AND WS-GM-CLASS-CODE(WS-GLMAP-IDX) = WS-GL-CLASS-CODE12311408
123115             SET WS-GLMAP-FOUND TO TRUE                           12311508
123116     END-SEARCH.                                                  12311608
123117                                                                  12311708
123118     IF NOT WS-GLMAP-FOUND                                        12311808
123119         SET WS-GLMAP-IDX TO 1                                    12311908
123120         SEARCH WS-GLMAP-ENTRY                                    12312008
123121             AT END                                               12312108
123122                 CONTINUE                                         12312208
123123             WHEN WS-GM-TRAN-TYPE(WS-GLMAP-IDX) = WS-GL-TRAN-TYPE 12312308
123124                 AND WS-GM-CLASS-CODE(WS-GLMAP-IDX) = SPACE       12312408
123125                 SET WS-GLMAP-FOUND TO TRUE                       12312508
123126         END-SEARCH                                               12312608
123127     END-IF.                                                      12312708
123128                                                                  12312808
123129     IF WS-GLMAP-FOUND                                            12312908
123130         MOVE WS-GM-GL-ACCOUNT(WS-GLMAP-IDX)                      12313008
123131             TO WS-GL-REVENUE-CODE                                12313108
123132         MOVE WS-GM-GL-SIDE(WS-GLMAP-IDX) TO WS-GL-SIDE           12313208
123133         MOVE WS-GM-OFFSET-ACCOUNT(WS-GLMAP-IDX)                  12313308
123134             TO WS-GL-OFFSET-CODE                                 12313408
123135     ELSE                                                         12313508
123136         DISPLAY 'GLMAP HAS NO DEFAULT ROW FOR TRANSACTION TYPE ' 12313608
123137             WS-GL-TRAN-TYPE ' - ADD IT BEFORE RERUNNING'         12313708
123138         MOVE 16 TO RETURN-CODE                                   12313808
123139         STOP RUN                                                 12313908
123140     END-IF.                                                      12314008
123141                                                                  12314108
123142******************************************************************12314208
123143* Write one GLEXPORT row for WS-LEDGER-ACCT: WS-GL-ROW-AMT under  12314313
123144* the GLMAP posting for WS-GL-TRAN-TYPE and the customer class.   12314408
123145******************************************************************12314508
123146 658-WRITE-GL-ROW.                                                12314608
123147     PERFORM 657-FIND-GL-ACCOUNT.                                 12314708
123148     MOVE WS-LEDGER-ACCT     TO GL-ACCT-NUM.                      12314813
123149     MOVE WS-GL-REVENUE-CODE TO GL-REVENUE-CODE.                  12314908
123150     MOVE WS-GL-ROW-AMT      TO GL-AMOUNT.                        12315008
123151     MOVE WS-GL-TRAN-TYPE    TO GL-TRAN-TYPE.                     12315108
123152     MOVE WS-GL-SIDE         TO GL-DR-CR.                         12315208
123153     MOVE WS-GL-OFFSET-CODE  TO GL-OFFSET-CODE.                   12315308
123154     MOVE WS-SYS-DATE8       TO GL-POST-DATE.                     12315408
123155     WRITE GLEXPORT-REC.                                          12315508
123200                                                                  12320005
123300******************************************************************12330005
123400* Write the final bill into the BILLXTR stream so UTIL2600's      12340005
128000     MOVE SPACES           TO FX-MAIL-STATE.                      12800005
128100     MOVE SPACES           TO FX-MAIL-ZIP.                        12810005
128200     MOVE "N"              TO FX-UNDELIV-SW.                      12820005
128210     MOVE 0                TO FX-ADJUSTMENTS.                     12821006
128220     MOVE WS-ACTUAL-KW     TO FX-ACTUAL-KW.                       12822012
128230     MOVE WS-BILLED-KW     TO FX-BILLED-KW.                       12823012
128240     MOVE WS-DEMAND-RATE   TO FX-DEMAND-RATE.                     12824012
128250     MOVE WS-DEMAND-CHARGE TO FX-DEMAND-CHARGE.                   12825012
128260     MOVE WS-RATCHET-SW    TO FX-RATCHET-SW.                      12826012
128270     MOVE 0                TO FX-RECONNECT-FEE.                   12827010
128271     IF WS-PRORATED                                               12827111
128272         MOVE WS-PRO-CHANGE-DATE TO FX-PRORATE-DATE               12827211
128273         MOVE WS-PRO-OLD-DAYS    TO FX-OLD-DAYS                   12827311
128274         MOVE WS-PRO-NEW-DAYS    TO FX-NEW-DAYS                   12827411
128275         MOVE WS-PRO-OLD-KWH     TO FX-OLD-KWH                    12827511
128276         MOVE WS-PRO-NEW-KWH     TO FX-NEW-KWH                    12827611
128277         MOVE WS-PRO-OLD-CHARGES TO FX-OLD-CHARGES                12827711
128278         MOVE WS-PRO-NEW-CHARGES TO FX-NEW-CHARGES                12827811
128279     ELSE                                                         12827911
128280         MOVE 0                TO FX-PRORATE-DATE                 12828011
128281         MOVE 0                TO FX-OLD-DAYS                     12828111
128282         MOVE 0                TO FX-NEW-DAYS                     12828211
128283         MOVE 0                TO FX-OLD-KWH                      12828311
128284         MOVE 0                TO FX-NEW-KWH                      12828411
128285         MOVE 0                TO FX-OLD-CHARGES                  12828511
128286         MOVE 0                TO FX-NEW-CHARGES                  12828611
128287     END-IF.                                                      12828711
128300     WRITE FINLXTR-REC.                                           12830005
128400                                                                  12840005
128500******************************************************************12850000
131800     ADD 1 TO WS-PENDED-COUNT.                                    13180000
131900                                                                  13190000
132000******************************************************************13200000
132002* Put the final bill on the receivable ledger: the final          13200207
132004* charges on top of the carried balance, the deposit applied      13200407
132006* against them, and - for an account that retired owed money -    13200607
132008* the refund due that takes it back to zero.                      13200807
132010******************************************************************13201007
132012 670-POST-FINAL-LEDGER.                                           13201207
132014     MOVE FR-ACCT-NUM TO WS-LEDGER-ACCT.                          13201407
132016     COMPUTE AL-AMOUNT = WS-ENERGY-CHARGE + WS-PRORATED-FEE       13201607
132018         + WS-DEMAND-CHARGE + WS-STATE-TAX-AMT + WS-FRANCHISE-AMT.13201812
132020     COMPUTE WS-LEDGER-BALANCE = WS-PRIOR-BALANCE + AL-AMOUNT.    13202007
132022     MOVE "FINL" TO AL-TRAN-TYPE.                                 13202207
132024     PERFORM 675-WRITE-LEDGER-ENTRY.                              13202407
132026                                                                  13202607
132028     IF WS-DEPOSIT-HELD > 0                                       13202807
132030         COMPUTE AL-AMOUNT = 0 - WS-DEPOSIT-HELD                  13203007
132032         SUBTRACT WS-DEPOSIT-HELD FROM WS-LEDGER-BALANCE          13203207
132034         MOVE "DEPA" TO AL-TRAN-TYPE                              13203407
132036         PERFORM 675-WRITE-LEDGER-ENTRY                           13203607
132038     END-IF.                                                      13203807
132040                                                                  13204007
132042     IF WS-FINAL-NET < 0                                          13204207
132044         MOVE WS-REFUND-DUE TO AL-AMOUNT                          13204407
132046         MOVE 0 TO WS-LEDGER-BALANCE                              13204607
132048         MOVE "RFND" TO AL-TRAN-TYPE                              13204807
132050         PERFORM 675-WRITE-LEDGER-ENTRY                           13205007
132052     END-IF.                                                      13205207
132054                                                                  13205407
132056******************************************************************13205607
132058* Stamp and write one ARLEDGER entry for WS-LEDGER-ACCT (type     13205807
132060* and amount already set).                                        13206007
132062******************************************************************13206207
132064 675-WRITE-LEDGER-ENTRY.                                          13206407
132066     MOVE WS-LEDGER-ACCT    TO AL-ACCT-NUM.                       13206607
132068     MOVE WS-SYS-DATE8      TO AL-TRAN-DATE.                      13206807
132070     MOVE WS-LEDGER-BALANCE TO AL-RUN-BALANCE.                    13207007
132072     MOVE SPACE             TO AL-MEMO-SW.                        13207207
132074     MOVE "UTIL2300"        TO AL-PROGRAM.                        13207407
132076     WRITE ARLEDGER-REC.                                          13207607
132078                                                                  13207807
132080******************************************************************13208007
132100* Retire one settled account: drop its USGHIST and BALFWD         13210000
132200* records (absent records are fine - there may never have         13220000
132300* been any) and hand UTIL3000 the "D" that removes it from        13230000
137300     MOVE WS-REJECT-COUNT TO WS-COUNT-ED.                         13730000
137400     STRING "REJECTED: " WS-COUNT-ED                              13740000
137500         DELIMITED BY SIZE INTO WS-FINLRPT-LINE(62:16).           13750000
137510     MOVE WS-PRO-COUNT TO WS-COUNT-ED.                            13751011
137520     STRING "RATE-CHANGE SPLITS: " WS-COUNT-ED                    13752011
137530         DELIMITED BY SIZE INTO WS-FINLRPT-LINE(81:26).           13753011
137600     MOVE WS-FINLRPT-LINE TO FINLRPT-REC.                         13760000
137700     WRITE FINLRPT-REC.                                           13770000
137800                                                                  13780000
137900     CLOSE FINLRPT-FILE.                                          13790000
137910     CLOSE ARLEDGER-FILE.                                         13791007
138000     CLOSE FINLXTR-FILE.                                          13800005
138100     CLOSE GLEXPORT-FILE.                                         13810005
138200     CLOSE CMTRDEL-FILE.                                          13820000
139100     DISPLAY 'ACCOUNTS RETIRED    : ' WS-COUNT-ED.                13910000
139200     MOVE WS-PENDED-COUNT TO WS-COUNT-ED.                         13920000
139300     DISPLAY 'ACCOUNTS PENDING    : ' WS-COUNT-ED.                13930000
139310     MOVE WS-PRO-COUNT TO WS-COUNT-ED.                            13931011
139320     DISPLAY 'RATE-CHANGE SPLITS  : ' WS-COUNT-ED.                13932011
139400                                                                  13940000
139500******************************************************************13950000
139600* Read one FINALRD record; set WS-EOF-FINALRD at end of file.     13960000
143900     END-READ.                                                    14390000
144000                                                                  14400000
144100******************************************************************14410000
144101* Load GLMAP into WS-GLMAP-TABLE the way UTIL2000 does. GLMAP is  14410108
144102* required, and so is a default (blank class) row for every       14410208
144103* type a final bill posts, so nothing reaches the GL feed         14410308
144104* without somewhere to post. A row whose side is neither "D"      14410408
144105* nor "C" is skipped and named.                                   14410508
144106******************************************************************14410608
144107 058-LOAD-GL-MAP.                                                 14410708
144108     OPEN INPUT GLMAP-FILE.                                       14410808
144109     IF WS-GLMAP-STATUS NOT = "00"                                14410908
144110         DISPLAY 'UNABLE TO OPEN GLMAP, STATUS: '                 14411008
144111             WS-GLMAP-STATUS                                      14411108
144112         STOP RUN                                                 14411208
144113     END-IF.                                                      14411308
144114                                                                  14411408
144115     PERFORM 758-READ-GLMAP.                                      14411508
144116     PERFORM UNTIL WS-EOF-GLMAP                                   14411608
144117         IF GM-GL-SIDE NOT = "D" AND GM-GL-SIDE NOT = "C"         14411708
144118             DISPLAY 'GLMAP ROW FOR ' GM-TRAN-TYPE ' CLASS '      14411808
144119                 GM-CLASS-CODE ' HAS NO DEBIT/CREDIT SIDE, '      14411908
144120                 'IGNORED'                                        14412008
144121         ELSE                                                     14412108
144122             IF WS-GLMAP-COUNT < 100                              14412208
144123                 ADD 1 TO WS-GLMAP-COUNT                          14412308
144124                 SET WS-GLMAP-IDX TO WS-GLMAP-COUNT               14412408
144125                 MOVE GM-TRAN-TYPE                                14412508
144126                     TO WS-GM-TRAN-TYPE(WS-GLMAP-IDX)             14412608
144127                 MOVE GM-CLASS-CODE                               14412708
144128                     TO WS-GM-CLASS-CODE(WS-GLMAP-IDX)            14412808
144129                 MOVE GM-GL-ACCOUNT                               14412908
144130                     TO WS-GM-GL-ACCOUNT(WS-GLMAP-IDX)            14413008
144131                 MOVE GM-GL-SIDE                                  14413108
144132                     TO WS-GM-GL-SIDE(WS-GLMAP-IDX)               14413208
144133                 MOVE GM-OFFSET-ACCOUNT                           14413308
144134                     TO WS-GM-OFFSET-ACCOUNT(WS-GLMAP-IDX)        14413408
144135             ELSE                                                 14413508
144136                 DISPLAY 'GLMAP HAS MORE THAN 100 ROWS - '        14413608
144137                     'RAISE THE TABLE BEFORE RERUNNING'           14413708
144138                 MOVE 16 TO RETURN-CODE                           14413808
144139                 STOP RUN                                         14413908
144140             END-IF                                               14414008
144141         END-IF                                                   14414108
144142         PERFORM 758-READ-GLMAP                                   14414208
144143     END-PERFORM.                                                 14414308
144144     CLOSE GLMAP-FILE.                                            14414408
144145                                                                  14414508
144146     MOVE SPACE TO WS-GL-CLASS-CODE.                              14414608
144147     MOVE "REVN" TO WS-GL-TRAN-TYPE.                              14414708
144148     PERFORM 657-FIND-GL-ACCOUNT.                                 14414808
144150     MOVE "DMND" TO WS-GL-TRAN-TYPE.                              14415012
144152     PERFORM 657-FIND-GL-ACCOUNT.                                 14415212
144154     MOVE "STAX" TO WS-GL-TRAN-TYPE.                              14415408
144156     PERFORM 657-FIND-GL-ACCOUNT.                                 14415608
144158     MOVE "FRAN" TO WS-GL-TRAN-TYPE.                              14415808
144160     PERFORM 657-FIND-GL-ACCOUNT.                                 14416012
144162     MOVE "DEPA" TO WS-GL-TRAN-TYPE.                              14416212
144164     PERFORM 657-FIND-GL-ACCOUNT.                                 14416412
144166     MOVE "RFND" TO WS-GL-TRAN-TYPE.                              14416612
144168     PERFORM 657-FIND-GL-ACCOUNT.                                 14416808
144170                                                                  14417008
144172******************************************************************14417208
144174* Read one GLMAP record; set WS-EOF-GLMAP at end of file.         14417408
144176******************************************************************14417608
144178 758-READ-GLMAP.                                                  14417808
144180     READ GLMAP-FILE                                              14418008
144182         AT END                                                   14418208
144184             MOVE "Y" TO WS-GLMAP-EOF-SW                          14418408
144186         NOT AT END                                               14418608
144188             CONTINUE                                             14418808
144190     END-READ.                                                    14419008
144192                                                                  14419208
144194******************************************************************14419408
144200* Read one CUSTMAST record; set WS-EOF-CUSTMAST at end of         14420000
144300* file.                                                           14430000
144400******************************************************************14440000
144900         NOT AT END                                               14490000
145000             CONTINUE                                             14500000
145100     END-READ.                                                    14510000
145110                                                                  14511011
145120******************************************************************14512011
145130* Day number of the date in WS-DN-DATE8 into WS-DAY-NUMBER.       14513011
145140******************************************************************14514011
145150 690-CALC-DAY-NUMBER.                                             14515011
145160     COMPUTE WS-DN-PRIOR-YEARS = WS-DN-CCYY - 1.                  14516011
145170     DIVIDE WS-DN-PRIOR-YEARS BY 4                                14517011
145180         GIVING WS-LEAP-DAYS REMAINDER WS-LEAP-REM4.              14518011
145190     DIVIDE WS-DN-PRIOR-YEARS BY 100                              14519011
145200         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM100.            14520011
145210     SUBTRACT WS-LEAP-QUOT FROM WS-LEAP-DAYS.                     14521011
145220     DIVIDE WS-DN-PRIOR-YEARS BY 400                              14522011
145230         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM400.            14523011
145240     ADD WS-LEAP-QUOT TO WS-LEAP-DAYS.                            14524011
145250                                                                  14525011
145260     COMPUTE WS-DAY-NUMBER = WS-DN-PRIOR-YEARS * 365              14526011
145270         + WS-LEAP-DAYS + WS-CUM-DAYS(WS-DN-MM) + WS-DN-DD.       14527011
145280                                                                  14528011
145290     IF WS-DN-MM > 2                                              14529011
145300         DIVIDE WS-DN-CCYY BY 4                                   14530011
145310             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM4           14531011
145320         DIVIDE WS-DN-CCYY BY 100                                 14532011
145330             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM100         14533011
145340         DIVIDE WS-DN-CCYY BY 400                                 14534011
145350             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM400         14535011
145360         IF WS-LEAP-REM4 = 0                                      14536011
145370             AND (WS-LEAP-REM100 NOT = 0                          14537011
145380           OR WS-LEAP-REM400 = 0)                                 14538011
145390             ADD 1 TO WS-DAY-NUMBER                               14539011
145400         END-IF                                                   14540011
145410     END-IF.                                                      14541011
