001100*  billing to consume, and unmatched, duplicate, or zero-amount   00110000
001200*  payments are listed on the PAYEXCP exception report and        00120000
001300*  written to the new suspense file so they carry into the next   00130000
001400*  cycle instead of silently vanishing from the run. Every        00140011
001410*  payment keeps its payment date and lockbox batch and check     00141011
001420*  reference all the way through PAYEDIT and the suspense file,   00142011
001430*  so any item can be traced back to the deposit it came in on.   00143011
001440*  The cash side goes to the GL on CASHGL: new cash received,     00144012
001450*  cash held in suspense, suspense later applied, recoveries,     00145012
001460*  and returned drafts, each under its GLMAP account. A payment   00146013
001465*  that clears a disconnected account (or pays an active          00146513
001470*  arrangement's installment) raises its reconnect order on       00147013
001475*  SVCORDER, and one that clears a balance before the crew gets   00147513
001480*  there cancels the open disconnect.                             00148013
001500******************************************************************00150000
001600 ENVIRONMENT DIVISION.                                            00160000
001700 INPUT-OUTPUT SECTION.                                            00170000
001800 FILE-CONTROL.                                                    00180000
001900**************************************************************    00190000
002000* PAYRECV - raw payments posted since the last cycle, built by    00200011
002100* UTIL1400 from the balanced batches of the bank's lockbox        00210011
002200* file; optional (no file just means no payments were posted)     00220011
002300**************************************************************    00230000
002400     SELECT PAYRECV-FILE ASSIGN TO "PAYRECV"                      00240000
002500         ORGANIZATION IS LINE SEQUENTIAL                          00250000
011400     SELECT BDRECOV-FILE ASSIGN TO "BDRECOV"                      01140008
011500         ORGANIZATION IS LINE SEQUENTIAL                          01150008
011600         FILE STATUS IS WS-BDRECOV-STATUS.                        01160008
011605                                                                  01160512
011610**********************************************************        01161012
011615* CASHGL - this run's cash receipts GL rows, in GLEXPORT          01161512
011620* layout; its own file because the billing run that               01162012
011625* follows starts GLEXPORT fresh. UTIL2980 journals both.          01162512
011630**********************************************************        01163012
011635     SELECT CASHGL-FILE ASSIGN TO "CASHGL"                        01163512
011640         ORGANIZATION IS LINE SEQUENTIAL                          01164012
011645         FILE STATUS IS WS-CASHGL-STATUS.                         01164512
011650                                                                  01165012
011655**************************************************************    01165512
011660* GLMAP - accounting's GL account map, as UTIL2000 loads it:      01166012
011665* the GL account, side, and offset for each transaction type      01166512
011670**************************************************************    01167012
011675     SELECT GLMAP-FILE ASSIGN TO "GLMAP"                          01167512
011680         ORGANIZATION IS LINE SEQUENTIAL                          01168012
011685         FILE STATUS IS WS-GLMAP-STATUS.                          01168512
011700                                                                  01170009
011800**********************************************************        01180009
011900* RUNCAL - the suite's run calendar; this edit appends its        01190009
012500         ORGANIZATION IS LINE SEQUENTIAL                          01250009
012600         FILE STATUS IS WS-RUNCAL-STATUS.                         01260009
012700                                                                  01270000
012710**********************************************************        01271010
012720* ARLEDGER - the receivable ledger; every payment,                01272010
012730* returned draft, and bad-debt recovery this run posts is         01273010
012740* appended to it. OPTIONAL: the first run creates it.             01274010
012750**********************************************************        01275010
012760     SELECT OPTIONAL ARLEDGER-FILE ASSIGN TO "ARLEDGER"           01276010
012770         ORGANIZATION IS LINE SEQUENTIAL                          01277010
012780         FILE STATUS IS WS-ARLEDGER-STATUS.                       01278010
012782                                                                  01278213
012784**********************************************************        01278413
012786* SVCSTAT - UTIL3300's service status per account; a              01278613
012788* payment on a disconnected account may raise a reconnect.        01278813
012790* OPTIONAL: no file means no service is disconnected.             01279013
012792**********************************************************        01279213
012794     SELECT OPTIONAL SVCSTAT-FILE ASSIGN TO "SVCSTAT"             01279413
012796         ORGANIZATION IS INDEXED                                  01279613
012798         ACCESS MODE IS RANDOM                                    01279813
012800         RECORD KEY IS SS-ACCT-NUM                                01280013
012802         FILE STATUS IS WS-SVCSTAT-STATUS.                        01280213
012804                                                                  01280413
012806**********************************************************        01280613
012808* SVCORDER - UTIL3300's service orders, updated here: a           01280813
012810* payment that clears a disconnected account raises its           01281013
012812* reconnect order, and one that clears the balance before         01281213
012814* the crew gets there cancels the open disconnect.                01281413
012816* OPTIONAL: no file means no orders yet.                          01281613
012818**********************************************************        01281813
012820     SELECT OPTIONAL SVCORDER-FILE ASSIGN TO "SVCORDER"           01282013
012822         ORGANIZATION IS INDEXED                                  01282213
012824         ACCESS MODE IS RANDOM                                    01282413
012826         RECORD KEY IS SO-ORDER-KEY                               01282613
012828         FILE STATUS IS WS-SVCORDER-STATUS.                       01282813
012830                                                                  01283013
012832**********************************************************        01283213
012834* PAYARNG - payment arrangements as UTIL2200 reads them; a        01283413
012836* disconnected account paying its installment under an            01283613
012838* active arrangement is reconnected as well. OPTIONAL.            01283813
012840**********************************************************        01284013
012842     SELECT OPTIONAL PAYARNG-FILE ASSIGN TO "PAYARNG"             01284213
012844         ORGANIZATION IS INDEXED                                  01284413
012846         ACCESS MODE IS RANDOM                                    01284613
012848         RECORD KEY IS AR-ACCT-NUM                                01284813
012850         FILE STATUS IS WS-PAYARNG-STATUS.                        01285013
012852                                                                  01285213
012854**********************************************************        01285413
012856* SVCPARM - the service-order parameters, read here only          01285613
012858* for the days the field group is given for a reconnect           01285813
012860**********************************************************        01286013
012862     SELECT SVCPARM-FILE ASSIGN TO "SVCPARM"                      01286213
012864         ORGANIZATION IS LINE SEQUENTIAL                          01286413
012866         FILE STATUS IS WS-SVCPARM-STATUS.                        01286613
012868                                                                  01286813
012870**********************************************************        01287013
012872* SVCAUDIT - the service-order audit trail UTIL3300 keeps;        01287213
012874* every order raised or cancelled here is appended to it          01287413
012876**********************************************************        01287613
012878     SELECT OPTIONAL SVCAUDIT-FILE ASSIGN TO "SVCAUDIT"           01287813
012880         ORGANIZATION IS LINE SEQUENTIAL                          01288013
012882         FILE STATUS IS WS-SVCAUDIT-STATUS.                       01288213
012884                                                                  01288410
012886 DATA DIVISION.                                                   01288600
012900 FILE SECTION.                                                    01290000
013000**************************************************************    01300000
013100* PAYRECV RECORD - one account and the amount paid against its    01310000
013200* carried-forward balance since the last cycle, with the date     01320011
013210* paid and the lockbox batch and check it was deposited under     01321011
013300**************************************************************    01330000
013400 FD  PAYRECV-FILE.                                                01340000
013500 01  PAYRECV-REC.                                                 01350000
013600     05  PR-ACCT-NUM          PIC X(6).                           01360000
013700     05  PR-AMOUNT-PAID       PIC 9(6)V99.                        01370000
013710     05  PR-PAY-DATE          PIC 9(8).                           01371011
013720     05  PR-BATCH-NUM         PIC X(6).                           01372011
013730     05  PR-CHECK-NUM         PIC X(10).                          01373011
013800                                                                  01380000
013900**************************************************************    01390000
014000* PAYSUSP RECORD - a suspended payment and why it suspended,      01400011
014010* with the deposit reference it came in under (blank on items     01401011
014020* suspended before lockbox intake carried one)                    01402011
014100**************************************************************    01410000
014200 FD  PAYSUSP-FILE.                                                01420000
014300 01  PAYSUSP-REC.                                                 01430000
014400     05  PS-ACCT-NUM          PIC X(6).                           01440000
014500     05  PS-AMOUNT-PAID       PIC 9(6)V99.                        01450000
014600     05  PS-REASON            PIC X(30).                          01460000
014610     05  PS-PAY-DATE          PIC 9(8).                           01461011
014620     05  PS-BATCH-NUM         PIC X(6).                           01462011
014630     05  PS-CHECK-NUM         PIC X(10).                          01463011
014700                                                                  01470000
014800**************************************************************    01480000
014900* CUSTMAST RECORD - account/name/kwh/fee for one customer         01490000
018200 01  PAYEDIT-REC.                                                 01820000
018300     05  PE-ACCT-NUM          PIC X(6).                           01830000
018400     05  PE-AMOUNT-PAID       PIC 9(6)V99.                        01840000
018410     05  PE-PAY-DATE          PIC 9(8).                           01841011
018420     05  PE-BATCH-NUM         PIC X(6).                           01842011
018430     05  PE-CHECK-NUM         PIC X(10).                          01843011
018500                                                                  01850000
018600**************************************************************    01860000
018700* PAYSUSPN RECORD - same layout as PAYSUSP                        01870000
019100     05  PN-ACCT-NUM          PIC X(6).                           01910000
019200     05  PN-AMOUNT-PAID       PIC 9(6)V99.                        01920000
019300     05  PN-REASON            PIC X(30).                          01930000
019310     05  PN-PAY-DATE          PIC 9(8).                           01931011
019320     05  PN-BATCH-NUM         PIC X(6).                           01932011
019330     05  PN-CHECK-NUM         PIC X(10).                          01933011
019400                                                                  01940000
019500**************************************************************    01950000
019600* PAYEXCP RECORD - one print line of the exception listing        01960000
023800     05  RC-RUN-DATE          PIC 9(8).                           02380009
023900     05  RC-STATUS            PIC X(8).                           02390009
024000                                                                  02400009
024005**********************************************************        02400510
024010* ARLEDGER RECORD - must stay in step with the layout             02401010
024015* UTIL2000 appends in 296-WRITE-LEDGER-ENTRY                      02401510
024020**********************************************************        02402010
024025 FD  ARLEDGER-FILE.                                               02402510
024030 01  ARLEDGER-REC.                                                02403010
024035     05  AL-ACCT-NUM          PIC X(6).                           02403510
024040     05  AL-TRAN-DATE         PIC 9(8).                           02404010
024045     05  AL-TRAN-TYPE         PIC X(4).                           02404510
024050     05  AL-AMOUNT            PIC S9(6)V99.                       02405010
024055     05  AL-RUN-BALANCE       PIC S9(6)V99.                       02405510
024060     05  AL-MEMO-SW           PIC X(1).                           02406010
024065     05  AL-PROGRAM           PIC X(8).                           02406510
024070                                                                  02407010
024071**************************************************************    02407112
024072* CASHGL RECORD - same layout UTIL2000 writes to GLEXPORT         02407212
024073**************************************************************    02407312
024074 FD  CASHGL-FILE.                                                 02407412
024075 01  CASHGL-REC.                                                  02407512
024076     05  GL-ACCT-NUM           PIC X(6).                          02407612
024077     05  GL-REVENUE-CODE       PIC X(4).                          02407712
024078     05  GL-AMOUNT             PIC S9(8)V99.                      02407812
024079     05  GL-TRAN-TYPE          PIC X(4).                          02407912
024080     05  GL-DR-CR              PIC X(1).                          02408012
024081     05  GL-OFFSET-CODE        PIC X(4).                          02408112
024082     05  GL-POST-DATE          PIC 9(8).                          02408212
024083                                                                  02408312
024084**************************************************************    02408412
024085* GLMAP RECORD - same layout UTIL2000 loads; a blank class is     02408512
024086* the type's default row                                          02408612
024087**************************************************************    02408712
024088 FD  GLMAP-FILE.                                                  02408812
024089 01  GLMAP-REC.                                                   02408912
024090     05  GM-TRAN-TYPE         PIC X(4).                           02409012
024091     05  GM-CLASS-CODE        PIC X(1).                           02409112
024092     05  GM-GL-ACCOUNT        PIC X(4).                           02409212
024093     05  GM-GL-SIDE           PIC X(1).                           02409312
024094     05  GM-OFFSET-ACCOUNT    PIC X(4).                           02409412
024095     05  GM-DESCRIPTION       PIC X(20).                          02409512
024096                                                                  02409612
024097**********************************************************        02409713
024098* SVCSTAT RECORD - must stay in step with the layout              02409813
024099* UTIL3300 maintains                                              02409913
024100**********************************************************        02410013
024101 FD  SVCSTAT-FILE.                                                02410113
024102 01  SVCSTAT-REC.                                                 02410213
024103     05  SS-ACCT-NUM          PIC X(6).                           02410313
024104     05  SS-SVC-STATUS        PIC X(1).                           02410413
024105     05  SS-STATUS-DATE       PIC 9(8).                           02410513
024106     05  SS-DISC-BALANCE      PIC 9(6)V99.                        02410613
024107     05  SS-RECON-FEE-SW      PIC X(1).                           02410713
024108                                                                  02410813
024109**********************************************************        02410913
024110* SVCORDER RECORD - must stay in step with the layout             02411013
024111* UTIL3300 maintains                                              02411113
024112**********************************************************        02411213
024113 FD  SVCORDER-FILE.                                               02411313
024114 01  SVCORDER-REC.                                                02411413
024115     05  SO-ORDER-KEY.                                            02411513
024116         10  SO-ACCT-NUM      PIC X(6).                           02411613
024117         10  SO-ORDER-TYPE    PIC X(1).                           02411713
024118     05  SO-STATUS            PIC X(1).                           02411813
024119     05  SO-ISSUE-DATE        PIC 9(8).                           02411913
024120     05  SO-DUE-DATE          PIC 9(8).                           02412013
024121     05  SO-CLOSE-DATE        PIC 9(8).                           02412113
024122     05  SO-BALANCE           PIC 9(6)V99.                        02412213
024123     05  SO-CYCLES-PAST-DUE   PIC 9(2).                           02412313
024124     05  SO-ATTEMPTS          PIC 9(2).                           02412413
024125     05  SO-SOURCE            PIC X(8).                           02412513
024126     05  SO-REMARK            PIC X(20).                          02412613
024127                                                                  02412713
024128**********************************************************        02412813
024129* PAYARNG RECORD - same layout UTIL2200 reads                     02412913
024130**********************************************************        02413013
024131 FD  PAYARNG-FILE.                                                02413113
024132 01  PAYARNG-REC.                                                 02413213
024133     05  AR-ACCT-NUM          PIC X(6).                           02413313
024134     05  AR-INSTALL-AMT       PIC 9(5)V99.                        02413413
024135     05  AR-START-DATE        PIC 9(8).                           02413513
024136     05  AR-NUM-INSTALL       PIC 9(2).                           02413613
024137     05  AR-BILLED-COUNT      PIC 9(2).                           02413713
024138     05  AR-PAID-COUNT        PIC 9(2).                           02413813
024139     05  AR-STATUS            PIC X(1).                           02413913
024140                                                                  02414013
024141**********************************************************        02414113
024142* SVCPARM RECORD - same layout UTIL3300 reads                     02414213
024143**********************************************************        02414313
024144 FD  SVCPARM-FILE.                                                02414413
024145 01  SVCPARM-REC.                                                 02414513
024146     05  SP-RECONNECT-FEE     PIC 9(3)V99.                        02414613
024147     05  SP-DISC-DAYS         PIC 9(3).                           02414713
024148     05  SP-RECON-DAYS        PIC 9(3).                           02414813
024149                                                                  02414913
024150**********************************************************        02415013
024151* SVCAUDIT RECORD - same layout UTIL3300 writes                   02415113
024152**********************************************************        02415213
024153 FD  SVCAUDIT-FILE.                                               02415313
024154 01  SVCAUDIT-REC.                                                02415413
024155     05  SA-RUN-DATE          PIC 9(8).                           02415513
024156     05  SA-ACTION            PIC X(1).                           02415613
024157     05  SA-ACCT-NUM          PIC X(6).                           02415713
024158     05  SA-ORDER-TYPE        PIC X(1).                           02415813
024159     05  SA-STATUS            PIC X(8).                           02415913
024160     05  SA-REASON            PIC X(30).                          02416013
024161     05  SA-BEFORE-IMAGE      PIC X(72).                          02416113
024162     05  SA-AFTER-IMAGE       PIC X(72).                          02416213
024163                                                                  02416313
024164 WORKING-STORAGE SECTION.                                         02416400
024200                                                                  02420000
024300******************************************************************02430000
024400* CUSTOMER ACCOUNT TABLE - every CM-ACCT-NUM, loaded up front so  02440000
026600* ACCEPTED ACCOUNT TABLE - accounts already written to PAYEDIT    02660000
026700* this run, so a second payment for the same account suspends     02670000
026800* as a duplicate (billing's one-payment-per-account lookup        02680000
026900* would silently drop it otherwise), with the amount accepted     02690014
026910* for the ledger's running balance.                               02691014
027000******************************************************************02700000
027100 01  WS-ACCEPTED-TABLE.                                           02710000
027200     05  WS-ACCEPTED-ENTRY OCCURS 5000 TIMES                      02720000
027300             INDEXED BY WS-ACC-IDX.                               02730000
027400         10  WS-AC-ACCT-NUM       PIC X(6)  VALUE SPACES.         02740000
027410         10  WS-AC-AMOUNT         PIC 9(6)V99 VALUE 0.            02741014
027500 01  WS-ACCEPTED-COUNT        PIC 9(5)     VALUE 0.               02750000
027600 01  WS-DUP-FOUND-SW          PIC X(1)     VALUE "N".             02760000
027700     88  WS-DUP-FOUND                      VALUE "Y".             02770000
028200******************************************************************02820000
028300 01  WS-PAY-ACCT-NUM          PIC X(6)     VALUE SPACES.          02830000
028400 01  WS-PAY-AMOUNT            PIC 9(6)V99  VALUE 0.               02840000
028410 01  WS-PAY-DATE              PIC 9(8)     VALUE 0.               02841011
028420 01  WS-PAY-DATE-R REDEFINES WS-PAY-DATE.                         02842011
028430     05  WS-PAY-CCYY          PIC 9(4).                           02843011
028440     05  WS-PAY-MM            PIC 99.                             02844011
028450     05  WS-PAY-DD            PIC 99.                             02845011
028460 01  WS-PAY-BATCH-NUM         PIC X(6)     VALUE SPACES.          02846011
028470 01  WS-PAY-CHECK-NUM         PIC X(10)    VALUE SPACES.          02847011
028500 01  WS-SUSPEND-REASON        PIC X(30)    VALUE SPACES.          02850000
028600                                                                  02860000
028700******************************************************************02870000
028710* RECEIVABLE LEDGER - the ledger balance after a posting is       02871010
028720* BALFWD less any payment accepted tonight that billing has not   02872010
028730* netted in yet, so 665-WRITE-LEDGER-ENTRY works it out from      02873010
028740* BALFWD by key and the accepted account table.                   02874014
028750******************************************************************02875010
028760 01  WS-LEDGER-ACCT           PIC X(6)     VALUE SPACES.          02876010
028770 01  WS-LEDGER-BALANCE        PIC S9(6)V99 VALUE 0.               02877010
028780                                                                  02878010
028790******************************************************************02879010
028792* SERVICE ORDERS - an accepted payment on a disconnected account  02879213
028794* raises a reconnect order when it pays the balance the service   02879413
028796* was shut off for, or pays the installment of an active          02879613
028798* arrangement. One that clears the balance while a disconnect is  02879813
028800* still out cancels that order instead. The reconnect is due      02880013
028802* today plus the SVCPARM reconnect days (two when no SVCPARM),    02880213
028804* rolled by hand the way UTIL3300 rolls its due dates.            02880413
028806******************************************************************02880613
028808 01  WS-DEFAULT-RECON-DAYS    PIC 9(3)     VALUE 2.               02880813
028810 01  WS-RECON-DAYS            PIC 9(3)     VALUE 0.               02881013
028812 01  WS-STAT-FOUND-SW         PIC X(1)     VALUE "N".             02881213
028814     88  WS-STAT-FOUND                     VALUE "Y".             02881413
028816 01  WS-ORDER-FOUND-SW        PIC X(1)     VALUE "N".             02881613
028818     88  WS-ORDER-FOUND                    VALUE "Y".             02881813
028820 01  WS-RECON-CLEARED-SW      PIC X(1)     VALUE "N".             02882013
028822     88  WS-RECON-CLEARED                  VALUE "Y".             02882213
028824 01  WS-SVC-ACTION            PIC X(1)     VALUE SPACE.           02882413
028826 01  WS-SVC-REMARK            PIC X(20)    VALUE SPACES.          02882613
028828 01  WS-SVC-REASON            PIC X(30)    VALUE SPACES.          02882813
028830 01  WS-SVC-BEFORE-IMAGE      PIC X(72)    VALUE SPACES.          02883013
028832 01  WS-RECON-RAISED-COUNT    PIC 9(5)     VALUE 0.               02883213
028834 01  WS-DISC-CANCEL-COUNT     PIC 9(5)     VALUE 0.               02883413
028836 01  WS-DUE-DATE8             PIC 9(8)     VALUE 0.               02883613
028838 01  WS-DUE-DATE-R REDEFINES WS-DUE-DATE8.                        02883813
028840     05  WS-DUE-CCYY          PIC 9(4).                           02884013
028842     05  WS-DUE-MM            PIC 99.                             02884213
028844     05  WS-DUE-DD            PIC 99.                             02884413
028846 01  WS-ROLL-DAYS             PIC 9(4)     VALUE 0.               02884613
028848 01  WS-MONTH-DAYS-TBL.                                           02884813
028850     05  FILLER               PIC X(24)                           02885013
028852         VALUE "312831303130313130313031".                        02885213
028854 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TBL.                 02885413
028856     05  WS-MONTH-DAYS OCCURS 12 TIMES PIC 99.                    02885613
028858 01  WS-DAYS-IN-MONTH         PIC 99       VALUE 0.               02885813
028860 01  WS-LEAP-QUOT             PIC 9(4)     VALUE 0.               02886013
028862 01  WS-LEAP-REM              PIC 9        VALUE 0.               02886213
028864                                                                  02886413
028866******************************************************************02886613
028868* FILE STATUS / END-OF-FILE SWITCHES                              02886800
028900******************************************************************02890000
029000 01  WS-PAYRECV-STATUS        PIC X(2)     VALUE "00".            02900000
029100 01  WS-PAYSUSP-STATUS        PIC X(2)     VALUE "00".            02910000
029800 01  WS-WOFFMAST-STATUS       PIC X(2)     VALUE "00".            02980008
029900 01  WS-BDRECOV-STATUS        PIC X(2)     VALUE "00".            02990008
030000 01  WS-RUNCAL-STATUS         PIC X(2)     VALUE "00".            03000009
030010 01  WS-ARLEDGER-STATUS       PIC X(2)     VALUE "00".            03001010
030020 01  WS-CASHGL-STATUS         PIC X(2)     VALUE "00".            03002012
030030 01  WS-GLMAP-STATUS          PIC X(2)     VALUE "00".            03003012
030040 01  WS-SVCSTAT-STATUS        PIC X(2)     VALUE "00".            03004013
030050 01  WS-SVCORDER-STATUS       PIC X(2)     VALUE "00".            03005013
030060 01  WS-PAYARNG-STATUS        PIC X(2)     VALUE "00".            03006013
030070 01  WS-SVCPARM-STATUS        PIC X(2)     VALUE "00".            03007013
030080 01  WS-SVCAUDIT-STATUS       PIC X(2)     VALUE "00".            03008013
030100 01  WS-PAYRECV-EOF-SW        PIC X(1)     VALUE "N".             03010000
030200     88  WS-EOF-PAYRECV                    VALUE "Y".             03020000
030300 01  WS-PAYSUSP-EOF-SW        PIC X(1)     VALUE "N".             03030000
031000     88  WS-WOFF-FOUND                     VALUE "Y".             03100008
031100 01  WS-RECOVERY-SW           PIC X(1)     VALUE "N".             03110008
031200     88  WS-RECOVERY                       VALUE "Y".             03120008
031202                                                                  03120212
031204******************************************************************03120412
031206* CASH GL WORK AREAS - where the payment in hand came from        03120612
031208* decides its GL row: cash new this run debits cash, while a      03120812
031210* payment re-edited off PAYSUSP was booked to cash the day it     03121012
031212* suspended and now comes out of unapplied cash instead.          03121212
031214******************************************************************03121412
031216 01  WS-PAY-SOURCE-SW         PIC X(1)     VALUE "N".             03121612
031218     88  WS-PAY-FROM-SUSPENSE              VALUE "Y".             03121812
031220 01  WS-GL-CUST-ACCT          PIC X(6)     VALUE SPACES.          03122012
031222 01  WS-GL-ACCOUNT-CODE       PIC X(4)     VALUE SPACES.          03122212
031224 01  WS-GL-ROW-AMT            PIC 9(6)V99  VALUE 0.               03122412
031226 01  WS-CASHGL-COUNT          PIC 9(5)     VALUE 0.               03122612
031228                                                                  03122812
031230******************************************************************03123012
031232* GLMAP TABLE - every GLMAP row, loaded by 080-LOAD-GL-MAP;       03123212
031234* 676-FIND-GL-ACCOUNT picks a transaction type's GL code,         03123412
031236* side, and offset from it. Cash posts on the default (blank      03123614
031237* class) rows only - the payment files carry no class.            03123714
031238******************************************************************03123812
031240 01  WS-GL-TRAN-TYPE          PIC X(4)     VALUE SPACES.          03124012
031242 01  WS-GL-CLASS-CODE         PIC X(1)     VALUE SPACE.           03124212
031244 01  WS-GL-SIDE               PIC X(1)     VALUE SPACE.           03124412
031246 01  WS-GL-OFFSET-CODE        PIC X(4)     VALUE SPACES.          03124612
031248 01  WS-GLMAP-FOUND-SW        PIC X(1)     VALUE "N".             03124812
031250     88  WS-GLMAP-FOUND                    VALUE "Y".             03125012
031252 01  WS-GLMAP-TABLE.                                              03125212
031254     05  WS-GLMAP-ENTRY OCCURS 100 TIMES                          03125412
031256             INDEXED BY WS-GLMAP-IDX.                             03125612
031258         10  WS-GM-TRAN-TYPE      PIC X(4)  VALUE SPACES.         03125812
031260         10  WS-GM-CLASS-CODE     PIC X(1)  VALUE SPACE.          03126012
031262         10  WS-GM-GL-ACCOUNT     PIC X(4)  VALUE SPACES.         03126212
031264         10  WS-GM-GL-SIDE        PIC X(1)  VALUE SPACE.          03126412
031266         10  WS-GM-OFFSET-ACCOUNT PIC X(4)  VALUE SPACES.         03126612
031268 01  WS-GLMAP-COUNT           PIC 9(3)     VALUE 0.               03126812
031270 01  WS-GLMAP-EOF-SW          PIC X(1)     VALUE "N".             03127012
031272     88  WS-EOF-GLMAP                      VALUE "Y".             03127212
031300                                                                  03130000
031400******************************************************************03140000
031500* RUN COUNTERS AND REPORT WORK AREAS                              03150000
035200     PERFORM 050-LOAD-CUST-ACCOUNTS.                              03520000
035300     PERFORM 060-OPEN-BALFWD.                                     03530004
035400     PERFORM 070-OPEN-WRITEOFFS.                                  03540008
035410     PERFORM 080-LOAD-GL-MAP.                                     03541012
035420     PERFORM 090-OPEN-SVC-ORDERS.                                 03542013
035500     PERFORM 150-OPEN-OUTPUTS.                                    03550000
035600                                                                  03560000
035700     PERFORM 200-EDIT-SUSPENSE-FILE.                              03570000
043400     END-IF.                                                      04340008
043500                                                                  04350008
043600******************************************************************04360000
043601* Load GLMAP into WS-GLMAP-TABLE the way UTIL2000 does. GLMAP is  04360112
043602* required, and so is a default (blank class) row for every       04360212
043603* type the payment edit posts, so nothing reaches the GL feed     04360312
043604* without somewhere to post. A row whose side is neither "D"      04360412
043605* nor "C" is skipped and named.                                   04360512
043606******************************************************************04360612
043607 080-LOAD-GL-MAP.                                                 04360712
043608     OPEN INPUT GLMAP-FILE.                                       04360812
043609     IF WS-GLMAP-STATUS NOT = "00"                                04360912
043610         DISPLAY 'UNABLE TO OPEN GLMAP, STATUS: '                 04361012
043611             WS-GLMAP-STATUS                                      04361112
043612         STOP RUN                                                 04361212
043613     END-IF.                                                      04361312
043614                                                                  04361412
043615     PERFORM 760-READ-GLMAP.                                      04361512
043616     PERFORM UNTIL WS-EOF-GLMAP                                   04361612
043617         IF GM-GL-SIDE NOT = "D" AND GM-GL-SIDE NOT = "C"         04361712
043618             DISPLAY 'GLMAP ROW FOR ' GM-TRAN-TYPE ' CLASS '      04361812
043619                 GM-CLASS-CODE ' HAS NO DEBIT/CREDIT SIDE, '      04361912
043620                 'IGNORED'                                        04362012
043621         ELSE                                                     04362112
043622             IF WS-GLMAP-COUNT < 100                              04362212
043623                 ADD 1 TO WS-GLMAP-COUNT                          04362312
043624                 SET WS-GLMAP-IDX TO WS-GLMAP-COUNT               04362412
043625                 MOVE GM-TRAN-TYPE                                04362512
043626                     TO WS-GM-TRAN-TYPE(WS-GLMAP-IDX)             04362612
043627                 MOVE GM-CLASS-CODE                               04362712
043628                     TO WS-GM-CLASS-CODE(WS-GLMAP-IDX)            04362812
043629                 MOVE GM-GL-ACCOUNT                               04362912
043630                     TO WS-GM-GL-ACCOUNT(WS-GLMAP-IDX)            04363012
043631                 MOVE GM-GL-SIDE                                  04363112
043632                     TO WS-GM-GL-SIDE(WS-GLMAP-IDX)               04363212
043633                 MOVE GM-OFFSET-ACCOUNT                           04363312
043634                     TO WS-GM-OFFSET-ACCOUNT(WS-GLMAP-IDX)        04363412
043635             ELSE                                                 04363512
043636                 DISPLAY 'GLMAP HAS MORE THAN 100 ROWS - '        04363612
043637                     'RAISE THE TABLE BEFORE RERUNNING'           04363712
043638                 MOVE 16 TO RETURN-CODE                           04363812
043639                 STOP RUN                                         04363912
043640             END-IF                                               04364012
043641         END-IF                                                   04364112
043642         PERFORM 760-READ-GLMAP                                   04364212
043643     END-PERFORM.                                                 04364312
043644     CLOSE GLMAP-FILE.                                            04364412
043645                                                                  04364512
043646     MOVE SPACE TO WS-GL-CLASS-CODE.                              04364612
043647     MOVE "CASH" TO WS-GL-TRAN-TYPE.                              04364712
043648     PERFORM 676-FIND-GL-ACCOUNT.                                 04364812
043649     MOVE "SUSP" TO WS-GL-TRAN-TYPE.                              04364912
043650     PERFORM 676-FIND-GL-ACCOUNT.                                 04365012
043651     MOVE "SAPL" TO WS-GL-TRAN-TYPE.                              04365112
043652     PERFORM 676-FIND-GL-ACCOUNT.                                 04365212
043653     MOVE "RCOV" TO WS-GL-TRAN-TYPE.                              04365312
043654     PERFORM 676-FIND-GL-ACCOUNT.                                 04365412
043655     MOVE "SRCV" TO WS-GL-TRAN-TYPE.                              04365512
043656     PERFORM 676-FIND-GL-ACCOUNT.                                 04365612
043657     MOVE "DRFT" TO WS-GL-TRAN-TYPE.                              04365712
043658     PERFORM 676-FIND-GL-ACCOUNT.                                 04365812
043670                                                                  04367013
043671******************************************************************04367113
043672* Open the service-order files. SVCSTAT and PAYARNG are only      04367213
043673* looked up, SVCORDER is updated, and the audit trail is          04367313
043674* appended to; all are OPTIONAL, so a shop not yet running        04367413
043675* UTIL3300 edits payments exactly as before. SVCPARM gives the    04367513
043676* reconnect days; no SVCPARM (or an unusable value) means the     04367613
043677* default.                                                        04367713
043678******************************************************************04367813
043679 090-OPEN-SVC-ORDERS.                                             04367913
043680     OPEN INPUT SVCSTAT-FILE.                                     04368013
043681     IF WS-SVCSTAT-STATUS NOT = "00"                              04368113
043682         AND WS-SVCSTAT-STATUS NOT = "05"                         04368213
043683         DISPLAY 'UNABLE TO OPEN SVCSTAT, STATUS: '               04368313
043684             WS-SVCSTAT-STATUS                                    04368413
043685         STOP RUN                                                 04368513
043686     END-IF.                                                      04368613
043687                                                                  04368713
043688     OPEN I-O SVCORDER-FILE.                                      04368813
043689     IF WS-SVCORDER-STATUS NOT = "00"                             04368913
043690         AND WS-SVCORDER-STATUS NOT = "05"                        04369013
043691         DISPLAY 'UNABLE TO OPEN SVCORDER, STATUS: '              04369113
043692             WS-SVCORDER-STATUS                                   04369213
043693         STOP RUN                                                 04369313
043694     END-IF.                                                      04369413
043695                                                                  04369513
043696     OPEN INPUT PAYARNG-FILE.                                     04369613
043697     IF WS-PAYARNG-STATUS NOT = "00"                              04369713
043698         AND WS-PAYARNG-STATUS NOT = "05"                         04369813
043699         DISPLAY 'UNABLE TO OPEN PAYARNG, STATUS: '               04369913
043700             WS-PAYARNG-STATUS                                    04370013
043701         STOP RUN                                                 04370113
043702     END-IF.                                                      04370213
043703                                                                  04370313
043704     OPEN EXTEND SVCAUDIT-FILE.                                   04370413
043705     IF WS-SVCAUDIT-STATUS NOT = "00"                             04370513
043706         AND WS-SVCAUDIT-STATUS NOT = "05"                        04370613
043707         DISPLAY 'UNABLE TO OPEN SVCAUDIT, STATUS: '              04370713
043708             WS-SVCAUDIT-STATUS                                   04370813
043709         STOP RUN                                                 04370913
043710     END-IF.                                                      04371013
043711                                                                  04371113
043712     MOVE WS-DEFAULT-RECON-DAYS TO WS-RECON-DAYS.                 04371213
043713     OPEN INPUT SVCPARM-FILE.                                     04371313
043714     IF WS-SVCPARM-STATUS = "35"                                  04371413
043715         DISPLAY 'NO SVCPARM FOUND, RECONNECTS DUE IN '           04371513
043716             WS-DEFAULT-RECON-DAYS ' DAYS'                        04371613
043717     ELSE                                                         04371713
043718         IF WS-SVCPARM-STATUS NOT = "00"                          04371813
043719             DISPLAY 'UNABLE TO OPEN SVCPARM, STATUS: '           04371913
043720                 WS-SVCPARM-STATUS                                04372013
043721             STOP RUN                                             04372113
043722         END-IF                                                   04372213
043723         READ SVCPARM-FILE                                        04372313
043724             AT END                                               04372413
043725                 DISPLAY 'SVCPARM IS EMPTY, RECONNECTS DUE IN '   04372513
043726                     WS-DEFAULT-RECON-DAYS ' DAYS'                04372613
043727             NOT AT END                                           04372713
043728                 IF SP-RECON-DAYS IS NUMERIC AND SP-RECON-DAYS > 004372813
043729                     MOVE SP-RECON-DAYS TO WS-RECON-DAYS          04372913
043730                 ELSE                                             04373013
043731                     DISPLAY 'SVCPARM RECONNECT DAYS NOT '        04373113
043732                         'USABLE, USING DEFAULT OF '              04373213
043733                         WS-DEFAULT-RECON-DAYS ' DAYS'            04373313
043734                 END-IF                                           04373413
043735         END-READ                                                 04373513
043736         CLOSE SVCPARM-FILE                                       04373613
043737     END-IF.                                                      04373713
043738                                                                  04373812
043739******************************************************************04373912
043740* Open PAYEDIT, PAYSUSPN, and the exception listing with its      04374000
043800* page headers.                                                   04380000
043900******************************************************************04390000
044000 150-OPEN-OUTPUTS.                                                04400000
045900         STOP RUN                                                 04590000
046000     END-IF.                                                      04600000
046100                                                                  04610000
046110     OPEN EXTEND ARLEDGER-FILE.                                   04611010
046120     IF WS-ARLEDGER-STATUS NOT = "00"                             04612010
046130         AND WS-ARLEDGER-STATUS NOT = "05"                        04613010
046140         DISPLAY 'UNABLE TO OPEN ARLEDGER, STATUS: '              04614010
046150             WS-ARLEDGER-STATUS                                   04615010
046151         STOP RUN                                                 04615112
046152     END-IF.                                                      04615212
046153                                                                  04615312
046154     OPEN OUTPUT CASHGL-FILE.                                     04615412
046155     IF WS-CASHGL-STATUS NOT = "00"                               04615512
046156         DISPLAY 'UNABLE TO OPEN CASHGL, STATUS: '                04615612
046157             WS-CASHGL-STATUS                                     04615712
046160         STOP RUN                                                 04616010
046170     END-IF.                                                      04617010
046180                                                                  04618010
046200     STRING WS-SYS-MM "/" WS-SYS-DD "/" WS-SYS-CCYY(3:2)          04620000
046300         DELIMITED BY SIZE INTO WS-RUN-DATE-ED.                   04630000
046400                                                                  04640000
047400     WRITE PAYEXCP-REC.                                           04740000
047500                                                                  04750000
047600     MOVE SPACES TO WS-PAYEXCP-LINE.                              04760000
047700     STRING "ACCOUNT       AMOUNT  REASON SUSPENDED              "04770011
047710         "  BATCH   CHECK       PAID"                             04771011
047800         DELIMITED BY SIZE INTO WS-PAYEXCP-LINE.                  04780000
047900     MOVE WS-PAYEXCP-LINE TO PAYEXCP-REC.                         04790000
048000     WRITE PAYEXCP-REC.                                           04800000
049900             STOP RUN                                             04990000
050000         END-IF                                                   05000000
050100                                                                  05010000
050110         MOVE "Y" TO WS-PAY-SOURCE-SW                             05011012
050200         PERFORM 700-READ-PAYSUSP                                 05020000
050300         PERFORM UNTIL WS-EOF-PAYSUSP                             05030000
050400             MOVE PS-ACCT-NUM    TO WS-PAY-ACCT-NUM               05040000
050500             MOVE PS-AMOUNT-PAID TO WS-PAY-AMOUNT                 05050000
050510             IF PS-PAY-DATE IS NUMERIC                            05051011
050520                 MOVE PS-PAY-DATE TO WS-PAY-DATE                  05052011
050530             ELSE                                                 05053011
050540                 MOVE 0 TO WS-PAY-DATE                            05054011
050550             END-IF                                               05055011
050560             MOVE PS-BATCH-NUM   TO WS-PAY-BATCH-NUM              05056011
050570             MOVE PS-CHECK-NUM   TO WS-PAY-CHECK-NUM              05057011
050600             PERFORM 600-EDIT-PAYMENT                             05060000
050700             PERFORM 700-READ-PAYSUSP                             05070000
050800         END-PERFORM                                              05080000
052300             STOP RUN                                             05230000
052400         END-IF                                                   05240000
052500                                                                  05250000
052510         MOVE "N" TO WS-PAY-SOURCE-SW                             05251012
052600         PERFORM 710-READ-PAYRECV                                 05260000
052700         PERFORM UNTIL WS-EOF-PAYRECV                             05270000
052800             MOVE PR-ACCT-NUM    TO WS-PAY-ACCT-NUM               05280000
052900             MOVE PR-AMOUNT-PAID TO WS-PAY-AMOUNT                 05290000
052910             MOVE PR-PAY-DATE    TO WS-PAY-DATE                   05291011
052920             MOVE PR-BATCH-NUM   TO WS-PAY-BATCH-NUM              05292011
052930             MOVE PR-CHECK-NUM   TO WS-PAY-CHECK-NUM              05293011
053000             PERFORM 600-EDIT-PAYMENT                             05300000
053100             PERFORM 710-READ-PAYRECV                             05310000
053200         END-PERFORM                                              05320000
060300         END-WRITE                                                06030005
060400     END-IF.                                                      06040005
060500     ADD 1 TO WS-RETURN-COUNT.                                    06050005
060510                                                                  06051010
060520     MOVE DR-ACCT-NUM TO WS-LEDGER-ACCT.                          06052010
060530     MOVE "DRFT"      TO AL-TRAN-TYPE.                            06053010
060540     MOVE DR-AMOUNT   TO AL-AMOUNT.                               06054010
060550     MOVE SPACE       TO AL-MEMO-SW.                              06055010
060560     PERFORM 665-WRITE-LEDGER-ENTRY.                              06056010
060565                                                                  06056512
060570     MOVE DR-ACCT-NUM TO WS-GL-CUST-ACCT.                         06057012
060575     MOVE "DRFT"      TO WS-GL-TRAN-TYPE.                         06057512
060580     MOVE DR-AMOUNT   TO WS-GL-ROW-AMT.                           06058012
060585     PERFORM 675-WRITE-CASH-GL.                                   06058512
060600                                                                  06060005
060700     MOVE SPACES TO WS-PAYEXCP-LINE.                              06070005
060800     MOVE DR-ACCT-NUM TO WS-PAYEXCP-LINE(1:6).                    06080005
067500     ELSE                                                         06750008
067600         IF WS-SUSPEND-REASON = SPACES                            06760008
067700             PERFORM 640-ACCEPT-PAYMENT                           06770008
067710             PERFORM 680-CHECK-SVC-ORDERS                         06771013
067800         ELSE                                                     06780008
067900             PERFORM 660-SUSPEND-PAYMENT                          06790008
068000         END-IF                                                   06800008
075200     WRITE BDRECOV-REC.                                           07520008
075300     ADD 1 TO WS-RECOVER-COUNT.                                   07530008
075400                                                                  07540008
075410*    The written-off balance is already off the ledger, so the    07541010
075420*    recovery goes on as a memo - cash against bad-debt           07542010
075430*    expense, not against the receivable.                         07543010
075440     MOVE WS-PAY-ACCT-NUM TO WS-LEDGER-ACCT.                      07544010
075450     MOVE "RCOV"          TO AL-TRAN-TYPE.                        07545010
075460     COMPUTE AL-AMOUNT = 0 - WS-PAY-AMOUNT.                       07546010
075470     MOVE "M"             TO AL-MEMO-SW.                          07547010
075480     PERFORM 665-WRITE-LEDGER-ENTRY.                              07548010
075490                                                                  07549010
075491     MOVE WS-PAY-ACCT-NUM TO WS-GL-CUST-ACCT.                     07549112
075492     IF WS-PAY-FROM-SUSPENSE                                      07549212
075493         MOVE "SRCV" TO WS-GL-TRAN-TYPE                           07549312
075494     ELSE                                                         07549412
075495         MOVE "RCOV" TO WS-GL-TRAN-TYPE                           07549512
075496     END-IF.                                                      07549612
075497     MOVE WS-PAY-AMOUNT TO WS-GL-ROW-AMT.                         07549712
075498     PERFORM 675-WRITE-CASH-GL.                                   07549812
075499                                                                  07549912
075500     IF WS-PAY-AMOUNT < WO-AMOUNT                                 07550008
075600         SUBTRACT WS-PAY-AMOUNT FROM WO-AMOUNT                    07560008
075700         REWRITE WOFFMAST-REC                                     07570008
077900     MOVE WS-MONEY-ED     TO WS-PAYEXCP-LINE(8:13).               07790008
078000     MOVE "BAD DEBT RECOVERY POSTED"                              07800008
078100         TO WS-PAYEXCP-LINE(23:24).                               07810008
078110     PERFORM 670-FORMAT-DEPOSIT-REF.                              07811011
078200     MOVE WS-PAYEXCP-LINE TO PAYEXCP-REC.                         07820008
078300     WRITE PAYEXCP-REC.                                           07830008
078400                                                                  07840008
078900 640-ACCEPT-PAYMENT.                                              07890000
079000     MOVE WS-PAY-ACCT-NUM TO PE-ACCT-NUM.                         07900003
079100     MOVE WS-PAY-AMOUNT   TO PE-AMOUNT-PAID.                      07910000
079110     MOVE WS-PAY-DATE     TO PE-PAY-DATE.                         07911011
079120     MOVE WS-PAY-BATCH-NUM TO PE-BATCH-NUM.                       07912011
079130     MOVE WS-PAY-CHECK-NUM TO PE-CHECK-NUM.                       07913011
079200     WRITE PAYEDIT-REC                                            07920004
079300         INVALID KEY                                              07930004
079400             DISPLAY 'PAYEDIT WRITE FAILED FOR ACCOUNT '          07940004
080300         ADD 1 TO WS-ACCEPTED-COUNT                               08030000
080400         SET WS-ACC-IDX TO WS-ACCEPTED-COUNT                      08040000
080500         MOVE WS-PAY-ACCT-NUM TO WS-AC-ACCT-NUM(WS-ACC-IDX)       08050000
080510         MOVE WS-PAY-AMOUNT   TO WS-AC-AMOUNT(WS-ACC-IDX)         08051015
080600     ELSE                                                         08060000
080700         DISPLAY 'ACCEPTED TABLE IS FULL AT ACCOUNT '             08070004
080800             WS-PAY-ACCT-NUM ' - RAISE THE TABLE BEFORE '         08080004
081000         MOVE 16 TO RETURN-CODE                                   08100004
081100         STOP RUN                                                 08110004
081200     END-IF.                                                      08120000
081205                                                                  08120515
081210     MOVE WS-PAY-ACCT-NUM TO WS-LEDGER-ACCT.                      08121015
081215     MOVE "PYMT"          TO AL-TRAN-TYPE.                        08121515
081220     COMPUTE AL-AMOUNT = 0 - WS-PAY-AMOUNT.                       08122015
081225     MOVE SPACE           TO AL-MEMO-SW.                          08122515
081230     PERFORM 665-WRITE-LEDGER-ENTRY.                              08123015
081235                                                                  08123515
081240     MOVE WS-PAY-ACCT-NUM TO WS-GL-CUST-ACCT.                     08124015
081245     IF WS-PAY-FROM-SUSPENSE                                      08124515
081250         MOVE "SAPL" TO WS-GL-TRAN-TYPE                           08125015
081255     ELSE                                                         08125515
081260         MOVE "CASH" TO WS-GL-TRAN-TYPE                           08126015
081265     END-IF.                                                      08126515
081270     MOVE WS-PAY-AMOUNT TO WS-GL-ROW-AMT.                         08127015
081275     PERFORM 675-WRITE-CASH-GL.                                   08127515
081300                                                                  08130000
081400******************************************************************08140000
081500* Carry the payment into the new suspense file and list it on     08150000
081900     MOVE WS-PAY-ACCT-NUM   TO PN-ACCT-NUM.                       08190000
082000     MOVE WS-PAY-AMOUNT     TO PN-AMOUNT-PAID.                    08200000
082100     MOVE WS-SUSPEND-REASON TO PN-REASON.                         08210000
082110     MOVE WS-PAY-DATE       TO PN-PAY-DATE.                       08211011
082120     MOVE WS-PAY-BATCH-NUM  TO PN-BATCH-NUM.                      08212011
082130     MOVE WS-PAY-CHECK-NUM  TO PN-CHECK-NUM.                      08213011
082200     WRITE PAYSUSPN-REC.                                          08220000
082300     ADD 1 TO WS-SUSPEND-COUNT.                                   08230000
082310                                                                  08231012
082320*    Only cash new this run is booked to unapplied cash - a       08232012
082330*    payment already in suspense was booked the day it came in.   08233012
082340     IF NOT WS-PAY-FROM-SUSPENSE                                  08234012
082350         MOVE WS-PAY-ACCT-NUM TO WS-GL-CUST-ACCT                  08235012
082360         MOVE "SUSP"          TO WS-GL-TRAN-TYPE                  08236012
082370         MOVE WS-PAY-AMOUNT   TO WS-GL-ROW-AMT                    08237012
082380         PERFORM 675-WRITE-CASH-GL                                08238012
082390     END-IF.                                                      08239012
082400                                                                  08240000
082500     MOVE SPACES TO WS-PAYEXCP-LINE.                              08250000
082600     MOVE WS-PAY-ACCT-NUM TO WS-PAYEXCP-LINE(1:6).                08260000
082700     MOVE WS-PAY-AMOUNT   TO WS-MONEY-ED.                         08270000
082800     MOVE WS-MONEY-ED     TO WS-PAYEXCP-LINE(8:13).               08280000
082900     MOVE WS-SUSPEND-REASON TO WS-PAYEXCP-LINE(23:30).            08290000
082910     PERFORM 670-FORMAT-DEPOSIT-REF.                              08291011
083000     MOVE WS-PAYEXCP-LINE TO PAYEXCP-REC.                         08300000
083100     WRITE PAYEXCP-REC.                                           08310000
083105                                                                  08310511
083110******************************************************************08311011
083111* Append one ARLEDGER entry for WS-LEDGER-ACCT (type, amount,     08311114
083112* and memo switch already set). The running balance is the        08311214
083113* account's BALFWD balance less the payment accepted to PAYEDIT   08311314
083114* for it this run, if any - billing has not netted that payment   08311414
083115* in yet.                                                         08311514
083116******************************************************************08311614
083117 665-WRITE-LEDGER-ENTRY.                                          08311714
083118     MOVE 0 TO WS-LEDGER-BALANCE.                                 08311814
083119     MOVE WS-LEDGER-ACCT TO BF-ACCT-NUM.                          08311914
083120     READ BALFWD-FILE                                             08312014
083121         INVALID KEY                                              08312114
083122             CONTINUE                                             08312214
083123         NOT INVALID KEY                                          08312314
083124             MOVE BF-PRIOR-BALANCE TO WS-LEDGER-BALANCE           08312414
083125     END-READ.                                                    08312514
083126     SET WS-ACC-IDX TO 1.                                         08312614
083127     SEARCH WS-ACCEPTED-ENTRY                                     08312714
083128         AT END                                                   08312814
083129             CONTINUE                                             08312914
083130         WHEN WS-AC-ACCT-NUM(WS-ACC-IDX) = WS-LEDGER-ACCT         08313014
083131             SUBTRACT WS-AC-AMOUNT(WS-ACC-IDX)                    08313114
083132                 FROM WS-LEDGER-BALANCE                           08313214
083133     END-SEARCH.                                                  08313314
083134                                                                  08313414
083135     MOVE WS-LEDGER-ACCT    TO AL-ACCT-NUM.                       08313514
083136     MOVE WS-SYS-DATE8      TO AL-TRAN-DATE.                      08313614
083137     MOVE WS-LEDGER-BALANCE TO AL-RUN-BALANCE.                    08313714
083138     MOVE "UTIL1500"        TO AL-PROGRAM.                        08313814
083139     WRITE ARLEDGER-REC.                                          08313914
083140                                                                  08314014
083141******************************************************************08314114
083142* Put the payment's lockbox batch, check number, and date paid    08314211
083143* on the exception line so the clerk can pull the deposit.        08314311
083144******************************************************************08314411
083145 670-FORMAT-DEPOSIT-REF.                                          08314511
083146     MOVE WS-PAY-BATCH-NUM TO WS-PAYEXCP-LINE(55:6).              08314611
083147     MOVE WS-PAY-CHECK-NUM TO WS-PAYEXCP-LINE(63:10).             08314711
083148     IF WS-PAY-DATE > 0                                           08314811
083150         STRING WS-PAY-MM "/" WS-PAY-DD "/" WS-PAY-CCYY           08315011
083155             DELIMITED BY SIZE INTO WS-PAYEXCP-LINE(75:10)        08315511
083157     END-IF.                                                      08315714
083159                                                                  08315914
083161******************************************************************08316114
083163* Write one cash GL row for WS-GL-CUST-ACCT: WS-GL-ROW-AMT under  08316314
083165* the GLMAP posting for WS-GL-TRAN-TYPE.                          08316514
083167******************************************************************08316714
083169 675-WRITE-CASH-GL.                                               08316914
083171     PERFORM 676-FIND-GL-ACCOUNT.                                 08317114
083173     MOVE WS-GL-CUST-ACCT    TO GL-ACCT-NUM.                      08317314
083175     MOVE WS-GL-ACCOUNT-CODE TO GL-REVENUE-CODE.                  08317514
083177     MOVE WS-GL-ROW-AMT      TO GL-AMOUNT.                        08317714
083179     MOVE WS-GL-TRAN-TYPE    TO GL-TRAN-TYPE.                     08317914
083181     MOVE WS-GL-SIDE         TO GL-DR-CR.                         08318114
083183     MOVE WS-GL-OFFSET-CODE  TO GL-OFFSET-CODE.                   08318314
083185     MOVE WS-SYS-DATE8       TO GL-POST-DATE.                     08318514
083187     WRITE CASHGL-REC.                                            08318714
083189     ADD 1 TO WS-CASHGL-COUNT.                                    08318914
083191                                                                  08319114
083193******************************************************************08319314
083195* Find WS-GL-TRAN-TYPE's posting in the GLMAP table: the row for  08319514
083197* WS-GL-CLASS-CODE if accounting mapped one, else the type's      08319714
083199* default (blank class) row. A type with neither stops the run.   08319914
083201******************************************************************08320114
083203 676-FIND-GL-ACCOUNT.                                             08320314
083205     MOVE "N" TO WS-GLMAP-FOUND-SW.                               08320514
083207     SET WS-GLMAP-IDX TO 1.                                       08320714
083209     SEARCH WS-GLMAP-ENTRY                                        08320914
083211         AT END                                                   08321114
083213             CONTINUE                                             08321314
083215         WHEN WS-GM-TRAN-TYPE(WS-GLMAP-IDX) = WS-GL-TRAN-TYPE     08321514
083217             AND WS-GM-CLASS-CODE(WS-GLMAP-IDX) = WS-GL-CLASS-CODE08321714
083219             SET WS-GLMAP-FOUND TO TRUE                           08321914
083221     END-SEARCH.                                                  08322114
083223                                                                  08322314
083225     IF NOT WS-GLMAP-FOUND                                        08322514
083227         SET WS-GLMAP-IDX TO 1                                    08322714
083229         SEARCH WS-GLMAP-ENTRY                                    08322914
083231             AT END                                               08323114
083233                 CONTINUE                                         08323314
083235             WHEN WS-GM-TRAN-TYPE(WS-GLMAP-IDX) = WS-GL-TRAN-TYPE 08323514
083237                 AND WS-GM-CLASS-CODE(WS-GLMAP-IDX) = SPACE       08323714
083239                 SET WS-GLMAP-FOUND TO TRUE                       08323914
083241         END-SEARCH                                               08324114
083243     END-IF.                                                      08324314
083245                                                                  08324514
083247     IF WS-GLMAP-FOUND                                            08324714
083249         MOVE WS-GM-GL-ACCOUNT(WS-GLMAP-IDX)                      08324914
083251             TO WS-GL-ACCOUNT-CODE                                08325114
083253         MOVE WS-GM-GL-SIDE(WS-GLMAP-IDX) TO WS-GL-SIDE           08325314
083255         MOVE WS-GM-OFFSET-ACCOUNT(WS-GLMAP-IDX)                  08325514
083257             TO WS-GL-OFFSET-CODE                                 08325714
083259     ELSE                                                         08325914
083261         DISPLAY 'GLMAP HAS NO DEFAULT ROW FOR TRANSACTION TYPE ' 08326114
083263             WS-GL-TRAN-TYPE ' - ADD IT BEFORE RERUNNING'         08326314
083265         MOVE 16 TO RETURN-CODE                                   08326514
083267         STOP RUN                                                 08326714
083269     END-IF.                                                      08326911
083271                                                                  08327100
083300******************************************************************08330000
083301* Follow an accepted payment through to the service orders. A     08330113
083302* disconnected account may now be due its reconnect; an account   08330213
083303* still on may have a disconnect out that the payment makes       08330313
083304* unnecessary.                                                    08330413
083305******************************************************************08330513
083306 680-CHECK-SVC-ORDERS.                                            08330613
083307     MOVE "N" TO WS-STAT-FOUND-SW.                                08330713
083308     MOVE WS-PAY-ACCT-NUM TO SS-ACCT-NUM.                         08330813
083309     READ SVCSTAT-FILE                                            08330913
083310         INVALID KEY                                              08331013
083311             CONTINUE                                             08331113
083312         NOT INVALID KEY                                          08331213
083313             SET WS-STAT-FOUND TO TRUE                            08331313
083314     END-READ.                                                    08331413
083315                                                                  08331513
083316     IF WS-STAT-FOUND AND SS-SVC-STATUS = "D"                     08331613
083317         PERFORM 682-RAISE-RECONNECT                              08331713
083318     ELSE                                                         08331813
083319         PERFORM 684-CANCEL-DISCONNECT                            08331913
083320     END-IF.                                                      08332013
083321                                                                  08332113
083322******************************************************************08332213
083323* Raise the reconnect order for a disconnected account whose      08332313
083324* payment covers the balance it was shut off for, or covers the   08332413
083325* installment of an active arrangement. Nothing is raised while   08332513
083326* a reconnect is already out; a closed reconnect order from an    08332613
083327* earlier shut-off is reused for the new one.                     08332713
083328******************************************************************08332813
083329 682-RAISE-RECONNECT.                                             08332913
083330     MOVE "N" TO WS-RECON-CLEARED-SW.                             08333013
083331     IF WS-PAY-AMOUNT NOT < SS-DISC-BALANCE                       08333113
083332         SET WS-RECON-CLEARED TO TRUE                             08333213
083333         MOVE 'DISCONNECT BAL PAID' TO WS-SVC-REMARK              08333313
083334     ELSE                                                         08333413
083335         MOVE WS-PAY-ACCT-NUM TO AR-ACCT-NUM                      08333513
083336         READ PAYARNG-FILE                                        08333613
083337             INVALID KEY                                          08333713
083338                 CONTINUE                                         08333813
083339             NOT INVALID KEY                                      08333913
083340                 IF AR-STATUS = "A"                               08334013
083341                     AND WS-PAY-AMOUNT NOT < AR-INSTALL-AMT       08334113
083342                     SET WS-RECON-CLEARED TO TRUE                 08334213
083343                     MOVE 'ARRANGEMENT PAYMENT' TO WS-SVC-REMARK  08334313
083344                 END-IF                                           08334413
083345         END-READ                                                 08334513
083346     END-IF.                                                      08334613
083347                                                                  08334713
083348     IF WS-RECON-CLEARED                                          08334813
083349         MOVE WS-PAY-ACCT-NUM TO SO-ACCT-NUM                      08334913
083350         MOVE "R" TO SO-ORDER-TYPE                                08335013
083351         PERFORM 686-READ-ORDER                                   08335113
083352         IF WS-ORDER-FOUND                                        08335213
083353             AND (SO-STATUS = "O" OR SO-STATUS = "U")             08335313
083354             CONTINUE                                             08335413
083355         ELSE                                                     08335513
083356             MOVE SPACES TO WS-SVC-BEFORE-IMAGE                   08335613
083357             IF WS-ORDER-FOUND                                    08335713
083358                 MOVE SVCORDER-REC TO WS-SVC-BEFORE-IMAGE         08335813
083359             END-IF                                               08335913
083360             MOVE WS-RECON-DAYS TO WS-ROLL-DAYS                   08336013
083361             PERFORM 690-CALC-DUE-DATE                            08336113
083362             MOVE WS-PAY-ACCT-NUM    TO SO-ACCT-NUM               08336213
083363             MOVE "R"                TO SO-ORDER-TYPE             08336313
083364             MOVE "O"                TO SO-STATUS                 08336413
083365             MOVE WS-SYS-DATE8       TO SO-ISSUE-DATE             08336513
083366             MOVE WS-DUE-DATE8       TO SO-DUE-DATE               08336613
083367             MOVE 0                  TO SO-CLOSE-DATE             08336713
083368             MOVE WS-PAY-AMOUNT      TO SO-BALANCE                08336813
083369             MOVE 0                  TO SO-CYCLES-PAST-DUE        08336913
083370             MOVE 0                  TO SO-ATTEMPTS               08337013
083371             MOVE "UTIL1500"         TO SO-SOURCE                 08337113
083372             MOVE WS-SVC-REMARK      TO SO-REMARK                 08337213
083373             PERFORM 687-PUT-ORDER                                08337313
083374             ADD 1 TO WS-RECON-RAISED-COUNT                       08337413
083375             MOVE "I" TO WS-SVC-ACTION                            08337513
083376             MOVE 'RECONNECT ORDER RAISED' TO WS-SVC-REASON       08337613
083377             PERFORM 688-LIST-SVC-ORDER                           08337713
083378         END-IF                                                   08337813
083379     END-IF.                                                      08337913
083380                                                                  08338013
083381******************************************************************08338113
083382* Cancel the open disconnect on an account whose payment covers   08338213
083383* the balance the order was raised for, before the crew gets to   08338313
083384* it.                                                             08338413
083385******************************************************************08338513
083386 684-CANCEL-DISCONNECT.                                           08338613
083387     MOVE WS-PAY-ACCT-NUM TO SO-ACCT-NUM.                         08338713
083388     MOVE "D" TO SO-ORDER-TYPE.                                   08338813
083389     PERFORM 686-READ-ORDER.                                      08338913
083390     IF WS-ORDER-FOUND                                            08339013
083391         AND (SO-STATUS = "O" OR SO-STATUS = "U")                 08339113
083392         AND WS-PAY-AMOUNT NOT < SO-BALANCE                       08339213
083393         MOVE SVCORDER-REC TO WS-SVC-BEFORE-IMAGE                 08339313
083394         MOVE "X"                 TO SO-STATUS                    08339413
083395         MOVE WS-SYS-DATE8        TO SO-CLOSE-DATE                08339513
083396         MOVE 'PAID BEFORE SHUTOFF' TO SO-REMARK                  08339613
083397         PERFORM 687-PUT-ORDER                                    08339713
083398         ADD 1 TO WS-DISC-CANCEL-COUNT                            08339813
083399         MOVE "X" TO WS-SVC-ACTION                                08339913
083400         MOVE 'DISCONNECT CANCELLED - PAID' TO WS-SVC-REASON      08340013
083401         PERFORM 688-LIST-SVC-ORDER                               08340113
083402     END-IF.                                                      08340213
083403                                                                  08340313
083404******************************************************************08340413
083405* Fetch the order for SO-ORDER-KEY, if it is on file.             08340513
083406******************************************************************08340613
083407 686-READ-ORDER.                                                  08340713
083408     MOVE "N" TO WS-ORDER-FOUND-SW.                               08340813
083409     READ SVCORDER-FILE                                           08340913
083410         INVALID KEY                                              08341013
083411             CONTINUE                                             08341113
083412         NOT INVALID KEY                                          08341213
083413             SET WS-ORDER-FOUND TO TRUE                           08341313
083414     END-READ.                                                    08341413
083415                                                                  08341513
083416******************************************************************08341613
083417* Put the order in hand on file: a rewrite over the slot it was   08341713
083418* read from, else a first write.                                  08341813
083419******************************************************************08341913
083420 687-PUT-ORDER.                                                   08342013
083421     IF WS-ORDER-FOUND                                            08342113
083422         REWRITE SVCORDER-REC                                     08342213
083423             INVALID KEY                                          08342313
083424                 DISPLAY 'SVCORDER REWRITE FAILED FOR '           08342413
083425                     SO-ORDER-KEY ', STATUS: '                    08342513
083426                     WS-SVCORDER-STATUS                           08342613
083427                 MOVE 16 TO RETURN-CODE                           08342713
083428                 STOP RUN                                         08342813
083429         END-REWRITE                                              08342913
083430     ELSE                                                         08343013
083431         WRITE SVCORDER-REC                                       08343113
083432             INVALID KEY                                          08343213
083433                 DISPLAY 'SVCORDER WRITE FAILED FOR '             08343313
083434                     SO-ORDER-KEY ', STATUS: '                    08343413
083435                     WS-SVCORDER-STATUS                           08343513
083436                 MOVE 16 TO RETURN-CODE                           08343613
083437                 STOP RUN                                         08343713
083438         END-WRITE                                                08343813
083439     END-IF.                                                      08343913
083440                                                                  08344013
083441******************************************************************08344113
083442* Audit the order raised or cancelled the way UTIL3300 does, and  08344213
083443* list it on the exception report so the clerk can see why.       08344313
083444******************************************************************08344413
083445 688-LIST-SVC-ORDER.                                              08344513
083446     MOVE WS-SYS-DATE8        TO SA-RUN-DATE.                     08344613
083447     MOVE WS-SVC-ACTION       TO SA-ACTION.                       08344713
083448     MOVE SO-ACCT-NUM         TO SA-ACCT-NUM.                     08344813
083449     MOVE SO-ORDER-TYPE       TO SA-ORDER-TYPE.                   08344913
083450     MOVE "APPLIED"           TO SA-STATUS.                       08345013
083451     MOVE WS-SVC-REASON       TO SA-REASON.                       08345113
083452     MOVE WS-SVC-BEFORE-IMAGE TO SA-BEFORE-IMAGE.                 08345213
083453     MOVE SVCORDER-REC        TO SA-AFTER-IMAGE.                  08345313
083454     WRITE SVCAUDIT-REC.                                          08345413
083455                                                                  08345513
083456     MOVE SPACES TO WS-PAYEXCP-LINE.                              08345613
083457     MOVE WS-PAY-ACCT-NUM TO WS-PAYEXCP-LINE(1:6).                08345713
083458     MOVE WS-PAY-AMOUNT   TO WS-MONEY-ED.                         08345813
083459     MOVE WS-MONEY-ED     TO WS-PAYEXCP-LINE(8:13).               08345913
083460     MOVE WS-SVC-REASON   TO WS-PAYEXCP-LINE(23:30).              08346013
083461     PERFORM 670-FORMAT-DEPOSIT-REF.                              08346113
083462     MOVE WS-PAYEXCP-LINE TO PAYEXCP-REC.                         08346213
083463     WRITE PAYEXCP-REC.                                           08346313
083464                                                                  08346413
083465******************************************************************08346513
083466* Due date = today + WS-ROLL-DAYS. The days are added to the day  08346613
083467* of the month, then whole months are peeled off until the day    08346713
083468* fits the month it lands in.                                     08346813
083469******************************************************************08346913
083470 690-CALC-DUE-DATE.                                               08347013
083471     MOVE WS-SYS-DATE8 TO WS-DUE-DATE8.                           08347113
083472     ADD WS-DUE-DD TO WS-ROLL-DAYS.                               08347213
083473     PERFORM 695-SET-DAYS-IN-MONTH.                               08347313
083474     PERFORM UNTIL WS-ROLL-DAYS NOT > WS-DAYS-IN-MONTH            08347413
083475         SUBTRACT WS-DAYS-IN-MONTH FROM WS-ROLL-DAYS              08347513
083476         ADD 1 TO WS-DUE-MM                                       08347613
083477         IF WS-DUE-MM > 12                                        08347713
083478             MOVE 1 TO WS-DUE-MM                                  08347813
083479             ADD 1 TO WS-DUE-CCYY                                 08347913
083480         END-IF                                                   08348013
083481         PERFORM 695-SET-DAYS-IN-MONTH                            08348113
083482     END-PERFORM.                                                 08348213
083483     MOVE WS-ROLL-DAYS TO WS-DUE-DD.                              08348313
083484                                                                  08348413
083485******************************************************************08348513
083486* Days in the due-date month, with February's leap day back on    08348613
083487* years divisible by 4.                                           08348713
083488******************************************************************08348813
083489 695-SET-DAYS-IN-MONTH.                                           08348913
083490     MOVE WS-MONTH-DAYS(WS-DUE-MM) TO WS-DAYS-IN-MONTH.           08349013
083491     IF WS-DUE-MM = 2                                             08349113
083492         DIVIDE WS-DUE-CCYY BY 4                                  08349213
083493             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM            08349313
083494         IF WS-LEAP-REM = 0                                       08349413
083495             MOVE 29 TO WS-DAYS-IN-MONTH                          08349513
083496         END-IF                                                   08349613
083497     END-IF.                                                      08349713
083498                                                                  08349813
083499******************************************************************08349913
083529* Write the run trailer to the exception listing and close the    08352900
083530* outputs.                                                        08353000
083600******************************************************************08360000
083700 800-CLOSE-WITH-TOTALS.                                           08370000
083800     MOVE SPACES TO WS-PAYEXCP-LINE.                              08380000
085500     CLOSE BDRECOV-FILE.                                          08550008
085600     CLOSE PAYSUSPN-FILE.                                         08560000
085700     CLOSE PAYEXCP-FILE.                                          08570000
085710     CLOSE ARLEDGER-FILE.                                         08571010
085720     CLOSE CASHGL-FILE.                                           08572012
085730     CLOSE SVCSTAT-FILE.                                          08573013
085740     CLOSE SVCORDER-FILE.                                         08574013
085750     CLOSE PAYARNG-FILE.                                          08575013
085760     CLOSE SVCAUDIT-FILE.                                         08576013
085800                                                                  08580000
085900     MOVE WS-ACCEPT-COUNT TO WS-COUNT-ED.                         08590000
086000     DISPLAY 'PAYMENTS ACCEPTED : ' WS-COUNT-ED.                  08600000
086400     DISPLAY 'DRAFTS BACKED OUT : ' WS-COUNT-ED.                  08640005
086500     MOVE WS-RECOVER-COUNT TO WS-COUNT-ED.                        08650008
086600     DISPLAY 'BAD DEBT RECOVERED: ' WS-COUNT-ED.                  08660008
086610     MOVE WS-CASHGL-COUNT TO WS-COUNT-ED.                         08661012
086620     DISPLAY 'CASH GL ROWS      : ' WS-COUNT-ED.                  08662012
086630     MOVE WS-RECON-RAISED-COUNT TO WS-COUNT-ED.                   08663013
086640     DISPLAY 'RECONNECTS RAISED : ' WS-COUNT-ED.                  08664013
086650     MOVE WS-DISC-CANCEL-COUNT TO WS-COUNT-ED.                    08665013
086660     DISPLAY 'DISCONNECTS PULLED: ' WS-COUNT-ED.                  08666013
086700                                                                  08670009
086800*    Record the completed edit on the run calendar so the         08680009
086900*    billing run can prove the payments were edited first.        08690009
091400             CONTINUE                                             09140000
091500     END-READ.                                                    09150000
091600                                                                  09160000
091610******************************************************************09161012
091620* Read one GLMAP record; set WS-EOF-GLMAP at end of file.         09162014
091640******************************************************************09164012
091650 760-READ-GLMAP.                                                  09165014
091660     READ GLMAP-FILE                                              09166014
091860         AT END                                                   09186012
091862             MOVE "Y" TO WS-GLMAP-EOF-SW                          09186214
091864         NOT AT END                                               09186414
091870             CONTINUE                                             09187012
091880     END-READ.                                                    09188014
