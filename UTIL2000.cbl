004200     SELECT TAXPARM-FILE ASSIGN TO "TAXPARM"                      00420018
004300         ORGANIZATION IS LINE SEQUENTIAL                          00430018
004400         FILE STATUS IS WS-TAXPARM-STATUS.                        00440018
004405                                                                  00440538
004410**************************************************************    00441038
004415* GLMAP - accounting's GL account map: for each transaction       00441538
004420* type and customer class, the GL account it posts to, the        00442038
004425* side that account takes, and the receivable/cash account        00442538
004430* that offsets it, so the chart can change without a program      00443038
004435* change                                                          00443538
004440**************************************************************    00444038
004445     SELECT GLMAP-FILE ASSIGN TO "GLMAP"                          00444538
004450         ORGANIZATION IS LINE SEQUENTIAL                          00445038
004455         FILE STATUS IS WS-GLMAP-STATUS.                          00445538
004500                                                                  00450018
004600                                                                  00460018
004700**************************************************************    00470005
017700         ACCESS MODE IS RANDOM                                    01770019
017800         RECORD KEY IS PR-ACCT-NUM                                01780019
017900         FILE STATUS IS WS-PAYRECV-STATUS.                        01790019
017905                                                                  01790535
017910**************************************************************    01791035
017915* ADJPOST - net billing adjustments UTIL2800 has posted to        01791535
017920* BALFWD since the account last billed. BF-PRIOR-BALANCE          01792035
017925* already carries them; billing reads them only to show the       01792535
017930* ADJUSTMENTS line on the bill, then consumes them the way        01793035
017935* it consumes PAYEDIT. OPTIONAL: no file, no adjustments.         01793535
017940**************************************************************    01794035
017945     SELECT OPTIONAL ADJPOST-FILE ASSIGN TO "ADJPOST"             01794535
017950         ORGANIZATION IS INDEXED                                  01795035
017955         ACCESS MODE IS RANDOM                                    01795535
017960         RECORD KEY IS AP-ACCT-NUM                                01796035
017965         FILE STATUS IS WS-ADJPOST-STATUS.                        01796535
018000                                                                  01800017
018100**************************************************************    01810017
018200* METERRD - meter readings for this cycle from the reading        01820017
019200         ORGANIZATION IS LINE SEQUENTIAL                          01920017
019300         FILE STATUS IS WS-METERRD-STATUS.                        01930017
019400                                                                  01940017
019405**************************************************************    01940539
019410* METRMAST - the meter inventory maintained by UTIL3050, read     01941039
019415* by the meter number on each METERRD row for the meter's         01941539
019420* multiplier, dial count, and the account it is installed on;     01942039
019425* a removed meter's final-billed switch is set here once its      01942539
019430* last usage rides a change-out bill. OPTIONAL: with no meter     01943039
019435* master every read is taken as a six-dial meter with no          01943539
019440* multiplier, exactly as it always billed.                        01944039
019445**************************************************************    01944539
019450     SELECT OPTIONAL METRMAST-FILE ASSIGN TO "METRMAST"           01945039
019455         ORGANIZATION IS INDEXED                                  01945539
019460         ACCESS MODE IS RANDOM                                    01946039
019465         RECORD KEY IS MM-METER-NUM                               01946539
019470         FILE STATUS IS WS-METRMAST-STATUS.                       01947039
019475                                                                  01947539
019476**************************************************************    01947641
019477* SVCSTAT - service status per account as UTIL3300 keeps it:      01947741
019478* a disconnected service is not estimated, and the first bill     01947841
019479* after a reconnect carries the reconnect fee (a real run         01947941
019480* turns the fee switch off). OPTIONAL: no file means no           01948041
019481* service has ever been disconnected.                             01948141
019482**************************************************************    01948241
019483     SELECT OPTIONAL SVCSTAT-FILE ASSIGN TO "SVCSTAT"             01948341
019484         ORGANIZATION IS INDEXED                                  01948441
019485         ACCESS MODE IS RANDOM                                    01948541
019486         RECORD KEY IS SS-ACCT-NUM                                01948641
019487         FILE STATUS IS WS-SVCSTAT-STATUS.                        01948741
019488                                                                  01948841
019489**************************************************************    01948941
019490* SVCPARM - the service-order parameters; only the reconnect      01949041
019491* fee is used here. A missing SVCPARM falls back to the shop      01949141
019492* default fee.                                                    01949241
019493**************************************************************    01949341
019494     SELECT SVCPARM-FILE ASSIGN TO "SVCPARM"                      01949441
019495         ORGANIZATION IS LINE SEQUENTIAL                          01949541
019496         FILE STATUS IS WS-SVCPARM-STATUS.                        01949641
019497                                                                  01949741
019500                                                                  01950017
019600**************************************************************    01960008
019700* CHKPOINT - last account successfully billed, plus the run       01970008
021700     SELECT GLEXPORT-FILE ASSIGN TO "GLEXPORT"                    02170010
021800         ORGANIZATION IS LINE SEQUENTIAL                          02180010
021900         FILE STATUS IS WS-GLEXPORT-STATUS.                       02190010
021910                                                                  02191036
021920**************************************************************    02192036
021930* ARLEDGER - the receivable ledger every money-moving program     02193036
021940* appends to; billing adds each account's charges, late fee,      02194036
021950* and credit applied. OPTIONAL: the first run creates it.         02195036
021960**************************************************************    02196036
021970     SELECT OPTIONAL ARLEDGER-FILE ASSIGN TO "ARLEDGER"           02197036
021980         ORGANIZATION IS LINE SEQUENTIAL                          02198036
021990         FILE STATUS IS WS-ARLEDGER-STATUS.                       02199036
022000                                                                  02200010
022100**************************************************************    02210014
022200* BILLXTR - one record per billed customer carrying the full      02220014
027700         ORGANIZATION IS LINE SEQUENTIAL                          02770027
027800         FILE STATUS IS WS-BROKNRPT-STATUS.                       02780027
027900                                                                  02790016
027905**************************************************************    02790542
027910* PRORRPT - rate-change proration listing for the rates desk:     02791042
027915* accounts whose read period straddled a RATEPARM or TAXPARM      02791542
027920* effective date and were billed partly under each schedule,      02792042
027925* with the dollar effect against billing it all at the new one    02792542
027930**************************************************************    02793042
027935     SELECT PRORRPT-FILE ASSIGN TO "PRORRPT"                      02793542
027940         ORGANIZATION IS LINE SEQUENTIAL                          02794042
027945         FILE STATUS IS WS-PRORRPT-STATUS.                        02794542
027950                                                                  02795042
028000                                                                  02800016
028100 DATA DIVISION.                                                   02810000
028200 FILE SECTION.                                                    02820001
030600 01  BILLREG-REC                PIC X(132).                       03060002
030700                                                                  03070002
030800**************************************************************    03080003
030900* RATEPARM RECORD - one rate schedule effective as of a date:     03090040
030910* the four kWh tiers, then the demand rate per billed kW and      03091040
030920* the ratchet percentage of the prior 11 cycles' peak kW (both    03092040
030930* zero for a class that is not billed on demand)                  03093040
031000**************************************************************    03100003
031100 FD  RATEPARM-FILE.                                               03110003
031200 01  RATEPARM-REC.                                                03120003
031900     05  RP-TIER1-LIMIT       PIC 9(4).                           03190003
032000     05  RP-TIER2-LIMIT       PIC 9(4).                           03200003
032100     05  RP-TIER3-LIMIT       PIC 9(4).                           03210004
032110     05  RP-DEMAND-RATE       PIC 9(2)V99.                        03211040
032120     05  RP-RATCHET-PCT       PIC 9(3).                           03212040
032200                                                                  03220003
032300**************************************************************    03230018
032400* TAXPARM RECORD - one jurisdiction's tax schedule effective      03240018
033100     05  TX-STATE-RATE        PIC V9(4).                          03310018
033200     05  TX-FRANCHISE-RATE    PIC V9(4).                          03320018
033300                                                                  03330018
033305**************************************************************    03330538
033310* GLMAP RECORD - one transaction type's GL posting for one        03331038
033315* customer class; a blank class is the default for every class    03331538
033320* without a row of its own. The side is the side the GL account   03332038
033325* takes for a positive amount ("D" debit, "C" credit); the        03332538
033330* offset account takes the other side.                            03333038
033335**************************************************************    03333538
033340 FD  GLMAP-FILE.                                                  03334038
033345 01  GLMAP-REC.                                                   03334538
033350     05  GM-TRAN-TYPE         PIC X(4).                           03335038
033355     05  GM-CLASS-CODE        PIC X(1).                           03335538
033360     05  GM-GL-ACCOUNT        PIC X(4).                           03336038
033365     05  GM-GL-SIDE           PIC X(1).                           03336538
033370     05  GM-OFFSET-ACCOUNT    PIC X(4).                           03337038
033375     05  GM-DESCRIPTION       PIC X(20).                          03337538
033380                                                                  03338038
033400                                                                  03340018
033500**************************************************************    03350005
033600* EXCPRPT RECORD - one print line of the exception report         03360005
034300* (cycle 1 is the most recent cycle billed before this run).      03430017
034400* UH-EST-FLAG is "E" when cycle 1 was billed from an estimate;    03440017
034500* UH-EST-KWH holds the estimated kWh so the next real read can    03450017
034600* true the account up. UH-KW-CYCLE holds the last 11 cycles'      03460040
034610* actual peak kW (1 = most recent) for the demand ratchet.        03461040
034700**************************************************************    03470017
034800 FD  USGHIST-FILE.                                                03480017
034900 01  USGHIST-REC.                                                 03490017
035300     05  UH-KWH-CYCLE3        PIC 9(5).                           03530017
035400     05  UH-EST-FLAG          PIC X(1).                           03540017
035500     05  UH-EST-KWH           PIC 9(5).                           03550017
035510     05  UH-DEMAND-HIST.                                          03551040
035520         10  UH-KW-CYCLE      PIC 9(6)V99 OCCURS 11 TIMES.        03552040
035600                                                                  03560017
035700**************************************************************    03570017
035800* METERRD RECORD - one account's read for this cycle: the         03580017
035900* last actual read, the current read, when it was taken, and      03590017
036000* the reading system's status ("A" = actual usable read;          03600017
036100* anything else failed edit at the source), the meter the         03610040
036110* read was taken from, the peak kW its demand register showed     03611042
036120* (blank or zero on a meter with no demand register), and the     03612042
036130* date the last actual read was taken (blank on a file from       03613042
036140* before the date was carried - no proration then)                03614042
036200**************************************************************    03620017
036300 FD  METERRD-FILE.                                                03630017
036400 01  METERRD-REC.                                                 03640017
036700     05  MR-CURR-READ         PIC 9(6).                           03670017
036800     05  MR-READ-DATE         PIC 9(8).                           03680017
036900     05  MR-READ-STATUS       PIC X(1).                           03690017
036902     05  MR-METER-NUM         PIC X(10).                          03690239
036903     05  MR-DEMAND-READ       PIC 9(4)V99.                        03690340
036904     05  MR-PRIOR-DATE        PIC 9(8).                           03690442
036905                                                                  03690539
036906**************************************************************    03690639
036908* METRMAST RECORD - one meter: the account it is installed on,    03690839
036910* its multiplier and dial count, install/remove dates and         03691039
036912* reads, the meter it replaced, and whether a removed meter's     03691239
036914* final read has been billed (same layout UTIL3050 keeps)         03691439
036916**************************************************************    03691639
036918 FD  METRMAST-FILE.                                               03691839
036920 01  METRMAST-REC.                                                03692039
036922     05  MM-METER-NUM         PIC X(10).                          03692239
036924     05  MM-ACCT-NUM          PIC X(6).                           03692439
036926     05  MM-MULTIPLIER        PIC 9(5).                           03692639
036928     05  MM-DIAL-COUNT        PIC 9(1).                           03692839
036930     05  MM-INSTALL-DATE      PIC 9(8).                           03693039
036932     05  MM-INITIAL-READ      PIC 9(6).                           03693239
036934     05  MM-REMOVE-DATE       PIC 9(8).                           03693439
036936     05  MM-FINAL-READ        PIC 9(6).                           03693639
036938     05  MM-PREV-METER-NUM    PIC X(10).                          03693839
036940     05  MM-FINAL-BILLED-SW   PIC X(1).                           03694039
037000                                                                  03700017
037002**************************************************************    03700241
037004* SVCSTAT RECORD - SS-SVC-STATUS is "D" disconnected or "A"       03700441
037006* active; SS-RECON-FEE-SW is "Y" until the reconnect fee is       03700641
037008* billed (same layout UTIL3300 keeps)                             03700841
037010**************************************************************    03701041
037012 FD  SVCSTAT-FILE.                                                03701241
037014 01  SVCSTAT-REC.                                                 03701441
037016     05  SS-ACCT-NUM          PIC X(6).                           03701641
037018     05  SS-SVC-STATUS        PIC X(1).                           03701841
037020     05  SS-STATUS-DATE       PIC 9(8).                           03702041
037022     05  SS-DISC-BALANCE      PIC 9(6)V99.                        03702241
037024     05  SS-RECON-FEE-SW      PIC X(1).                           03702441
037026                                                                  03702641
037028**************************************************************    03702841
037030* SVCPARM RECORD - reconnect fee, disconnect days, reconnect      03703041
037032* days                                                            03703241
037034**************************************************************    03703441
037036 FD  SVCPARM-FILE.                                                03703641
037038 01  SVCPARM-REC.                                                 03703841
037040     05  SP-RECONNECT-FEE     PIC 9(3)V99.                        03704041
037042     05  SP-DISC-DAYS         PIC 9(3).                           03704241
037044     05  SP-RECON-DAYS        PIC 9(3).                           03704441
037046                                                                  03704641
037100                                                                  03710017
037200**************************************************************    03720007
037300* BALFWD RECORD - one account, its unpaid balance, and how many   03730007
039700**************************************************************    03970011
039800* PAYEDIT RECORD - one account and the amount paid against its    03980015
039900* carried-forward balance since the last cycle, as edited by      03990015
040000* UTIL1500 (same layout the raw PAYRECV postings carry, date      04000037
040010* paid and lockbox deposit reference included)                    04001037
040100**************************************************************    04010011
040200 FD  PAYRECV-FILE.                                                04020011
040300 01  PAYRECV-REC.                                                 04030011
040400     05  PR-ACCT-NUM          PIC X(6).                           04040011
040500     05  PR-AMOUNT-PAID       PIC 9(6)V99.                        04050011
040510     05  PR-PAY-DATE          PIC 9(8).                           04051037
040520     05  PR-BATCH-NUM         PIC X(6).                           04052037
040530     05  PR-CHECK-NUM         PIC X(10).                          04053037
040600                                                                  04060011
040605**************************************************************    04060535
040610* ADJPOST RECORD - must stay in step with the layout UTIL2800     04061035
040615* maintains: the account's net adjustments since its last         04061535
040620* bill (credits ride negative, as on BALFWD)                      04062035
040625**************************************************************    04062535
040630 FD  ADJPOST-FILE.                                                04063035
040635 01  ADJPOST-REC.                                                 04063535
040640     05  AP-ACCT-NUM          PIC X(6).                           04064035
040645     05  AP-ADJ-AMOUNT        PIC S9(6)V99.                       04064535
040650     05  AP-POST-DATE         PIC 9(8).                           04065035
040655                                                                  04065535
040700************************************************************      04070025
040800* DEPMAST RECORD - must stay in step with the layout UTIL3100     04080025
040900* maintains                                                       04090025
048400     05  CK-OUTCYCLE-COUNT     PIC 9(5).                          04840032
048500*    Image of WS-CLASS-TOTALS (all DISPLAY fields) so a restart   04850021
048600*    resumes the per-class management summary too.                04860021
048700     05  CK-CLASS-TOTALS       PIC X(384).                        04870040
048710*   Disconnected-service skips, for the same reason as the        04871041
048720*   final-pending skips above; an older checkpoint has none.      04872041
048730     05  CK-DISC-SKIPS         PIC 9(5).                          04873041
048740*   Rate-change proration count and net effect, so a restart's    04874042
048750*   PRORRPT trailer covers the whole cycle.                       04875042
048760     05  CK-PRO-COUNT          PIC 9(5).                          04876042
048770     05  CK-PRO-EFFECT         PIC S9(7)V99.                      04877042
048800                                                                  04880008
048900**************************************************************    04890009
049000* BILLCTL RECORD - one record per cycle: the cycle code           04900029
049700                                                                  04970009
049800**************************************************************    04980010
049900* GLEXPORT RECORD - account, GL revenue code, and billed amount   04990010
050000* for one customer, with the transaction type, the side the GL    05000038
050010* code takes, its offsetting account, and the posting date -      05001038
050020* everything UTIL2980 needs to build the day's balanced           05002038
050030* journal                                                         05003038
050100**************************************************************    05010010
050200 FD  GLEXPORT-FILE.                                               05020010
050300 01  GLEXPORT-REC.                                                05030010
050400     05  GL-ACCT-NUM           PIC X(6).                          05040010
050500     05  GL-REVENUE-CODE       PIC X(4).                          05050010
050600     05  GL-AMOUNT             PIC S9(8)V99.                      05060035
050601     05  GL-TRAN-TYPE          PIC X(4).                          05060138
050602     05  GL-DR-CR              PIC X(1).                          05060238
050603     05  GL-OFFSET-CODE        PIC X(4).                          05060338
050604     05  GL-POST-DATE          PIC 9(8).                          05060438
050605                                                                  05060536
050610**************************************************************    05061036
050615* ARLEDGER RECORD - one receivable entry: account, date, type,    05061536
050620* signed amount (credits negative), and the account's running     05062036
050625* balance after it. A memo entry ("M") is shown on the history    05062536
050630* but does not move the balance. Must stay in step with every     05063036
050635* program that appends to or reads the ledger.                    05063536
050640**************************************************************    05064036
050645 FD  ARLEDGER-FILE.                                               05064536
050650 01  ARLEDGER-REC.                                                05065036
050655     05  AL-ACCT-NUM           PIC X(6).                          05065536
050660     05  AL-TRAN-DATE          PIC 9(8).                          05066036
050665     05  AL-TRAN-TYPE          PIC X(4).                          05066536
050670     05  AL-AMOUNT             PIC S9(6)V99.                      05067036
050675     05  AL-RUN-BALANCE        PIC S9(6)V99.                      05067536
050680     05  AL-MEMO-SW            PIC X(1).                          05068036
050685     05  AL-PROGRAM            PIC X(8).                          05068536
050700                                                                  05070010
050800**************************************************************    05080014
050900* BILLXTR RECORD - the full bill detail for one billed            05090014
054900     05  BX-MAIL-STATE         PIC X(2).                          05490030
055000     05  BX-MAIL-ZIP           PIC X(5).                          05500030
055100     05  BX-UNDELIV-SW         PIC X(1).                          05510030
055110     05  BX-ADJUSTMENTS        PIC S9(6)V99.                      05511035
055120     05  BX-ACTUAL-KW          PIC 9(6)V99.                       05512040
055130     05  BX-BILLED-KW          PIC 9(6)V99.                       05513040
055140     05  BX-DEMAND-RATE        PIC 9(2)V99.                       05514040
055150     05  BX-DEMAND-CHARGE      PIC 9(6)V99.                       05515040
055160     05  BX-RATCHET-SW         PIC X(1).                          05516040
055170     05  BX-RECONNECT-FEE      PIC 9(3)V99.                       05517041
055172*   Rate-change proration - zero date when the bill was not       05517242
055174*   split. Old/new charges include each portion's service fee.    05517442
055176     05  BX-PRORATE-DATE       PIC 9(8).                          05517642
055178     05  BX-OLD-DAYS           PIC 9(3).                          05517842
055180     05  BX-NEW-DAYS           PIC 9(3).                          05518042
055182     05  BX-OLD-KWH            PIC 9(5).                          05518242
055184     05  BX-NEW-KWH            PIC 9(5).                          05518442
055186     05  BX-OLD-CHARGES        PIC 9(6)V99.                       05518642
055188     05  BX-NEW-CHARGES        PIC 9(6)V99.                       05518842
055200                                                                  05520016
055300**************************************************************    05530016
055400* REFNDRPT RECORD - one print line of the refund listing          05540016
056200************************************************************      05620027
056300 FD  BROKNRPT-FILE.                                               05630027
056400 01  BROKNRPT-REC               PIC X(132).                       05640027
056410                                                                  05641042
056420**************************************************************    05642042
056430* PRORRPT RECORD - one print line of the proration listing        05643042
056440**************************************************************    05644042
056450 FD  PRORRPT-FILE.                                                05645042
056460 01  PRORRPT-REC                PIC X(132).                       05646042
056500                                                                  05650027
056600**************************************************************    05660020
056700* RUNPARM RECORD - one account to quote, with optional kWh        05670020
058000 01  QUOTERPT-REC               PIC X(132).                       05800020
058100                                                                  05810021
058200**************************************************************    05820021
058300* RUNHIST RECORD - one class's totals for one billing cycle;      05830040
058310* the demand fields ride at the end so older rows still read      05831040
058400**************************************************************    05840021
058500 FD  RUNHIST-FILE.                                                05850021
058600 01  RUNHIST-REC.                                                 05860021
059400     05  RH-SPIKE-COUNT      PIC 9(5).                            05940021
059500     05  RH-EXCP-COUNT       PIC 9(5).                            05950021
059600     05  RH-CYCLE-CODE       PIC X(2).                            05960029
059610     05  RH-DEMAND-KW        PIC 9(8)V99.                         05961040
059620     05  RH-DEMAND-REV       PIC 9(8)V99.                         05962040
059700                                                                  05970014
059800 WORKING-STORAGE SECTION.                                         05980000
059900                                                                  05990000
060900 01  WS-TIER1-LIMIT           PIC 9(4)     VALUE 500.             06090000
061000 01  WS-TIER2-LIMIT           PIC 9(4)     VALUE 500.             06100000
061100 01  WS-TIER3-LIMIT           PIC 9(4)     VALUE 9000.            06110004
061110 01  WS-DEMAND-RATE           PIC 9(2)V99  VALUE 0.               06111040
061120 01  WS-RATCHET-PCT           PIC 9(3)     VALUE 0.               06112040
061200                                                                  06120000
061300******************************************************************06130004
061400* PER-CLASS RATE TABLE - one 4-tier schedule per customer class,  06140004
061500* loaded from RATEPARM by 050-LOAD-RATES and selected for the     06150004
061600* current customer by 250-SELECT-RATE-FOR-CLASS. Each slot also   06160042
061610* keeps the schedule the current one replaced, so a read period   06161042
061620* that straddles the effective date can be split between them.    06162042
061700******************************************************************06170004
061800* PER-JURISDICTION TAX TABLE - one schedule per jurisdiction      06180018
061900* code seen in TAXPARM, loaded by 055-LOAD-TAXES the same         06190018
062800         10  WS-TX-EFF-DATE       PIC 9(8)   VALUE 0.             06280018
062900         10  WS-TX-STATE-RATE     PIC V9(4)  VALUE 0.             06290018
063000         10  WS-TX-FRANCHISE-RATE PIC V9(4)  VALUE 0.             06300018
063010*       The schedule this one replaced, for 245-CHECK-PRORATION.  06301042
063020         10  WS-TX-OLD-EFF-DATE   PIC 9(8)   VALUE 0.             06302042
063030         10  WS-TX-OLD-STATE-RATE PIC V9(4)  VALUE 0.             06303042
063040         10  WS-TX-OLD-FRAN-RATE  PIC V9(4)  VALUE 0.             06304042
063100 01  WS-TAX-FOUND-SW          PIC X(1)     VALUE "N".             06310018
063200     88  WS-TAX-FOUND                      VALUE "Y".             06320018
063300 01  WS-TAX-BASE              PIC 9(6)V99  VALUE 0.               06330018
064700         10  WS-RT-TIER1-LIMIT    PIC 9(4).                       06470004
064800         10  WS-RT-TIER2-LIMIT    PIC 9(4).                       06480004
064900         10  WS-RT-TIER3-LIMIT    PIC 9(4).                       06490004
064910         10  WS-RT-DEMAND-RATE    PIC 9(2)V99.                    06491040
064920         10  WS-RT-RATCHET-PCT    PIC 9(3).                       06492040
064925*       The schedule this one replaced, for 245-CHECK-PRORATION.  06492542
064930         10  WS-RT-OLD-EFF-DATE   PIC 9(8)    VALUE 0.            06493042
064935         10  WS-RT-OLD-RATE-TIER1 PIC V99.                        06493542
064940         10  WS-RT-OLD-RATE-TIER2 PIC V99.                        06494042
064945         10  WS-RT-OLD-RATE-TIER3 PIC V99.                        06494542
064950         10  WS-RT-OLD-RATE-TIER4 PIC V99.                        06495042
064955         10  WS-RT-OLD-TIER1-LIMIT PIC 9(4).                      06495542
064960         10  WS-RT-OLD-TIER2-LIMIT PIC 9(4).                      06496042
064965         10  WS-RT-OLD-TIER3-LIMIT PIC 9(4).                      06496542
064970         10  WS-RT-OLD-DEMAND-RATE PIC 9(2)V99.                   06497042
065000                                                                  06500004
065100******************************************************************06510005
065200* EDIT LIMITS - checked by 500-VALIDATE-RECORD before a customer  06520005
068500* METER READ WORK AREAS - 210-DETERMINE-USAGE matches METERRD     06850017
068600* against the current account (forward scan, both files in        06860017
068700* ascending account order) and computes this cycle's kWh from     06870017
068800* the reads, handling a meter that rolled past its last dial      06880039
068810* (10 to the power of its METRMAST dial count, 999999 with no     06881039
068820* meter master) and applying the meter's multiplier. A            06882039
068900* missing or failed read estimates from the USGHIST average       06890017
069000* (WS-BILL-ESTIMATED); a real read following an estimated         06900017
069100* cycle nets out the estimated kWh (WS-TRUEUP-BILL).              06910017
069200******************************************************************06920017
069300 01  WS-METER-MODULUS         PIC 9(7)     VALUE 1000000.         06930017
069310 01  WS-METER-MULTIPLIER      PIC 9(5)     VALUE 1.               06931039
069400 01  WS-MR-PRIOR-READ         PIC 9(6)     VALUE 0.               06940017
069500 01  WS-MR-CURR-READ          PIC 9(6)     VALUE 0.               06950017
069600 01  WS-MR-READ-STATUS        PIC X(1)     VALUE SPACES.          06960017
069610 01  WS-MR-METER-NUM          PIC X(10)    VALUE SPACES.          06961039
069620 01  WS-MR-DEMAND-READ        PIC 9(4)V99  VALUE 0.               06962040
069625 01  WS-MR-READ-DATE          PIC 9(8)     VALUE 0.               06962542
069630 01  WS-MR-READ-DATE-R REDEFINES WS-MR-READ-DATE.                 06963042
069635     05  FILLER               PIC 9(4).                           06963542
069640     05  WS-MR-READ-MM        PIC 99.                             06964042
069645     05  FILLER               PIC 99.                             06964542
069650 01  WS-MR-PRIOR-DATE         PIC 9(8)     VALUE 0.               06965042
069655 01  WS-MR-PRIOR-DATE-R REDEFINES WS-MR-PRIOR-DATE.               06965542
069660     05  FILLER               PIC 9(4).                           06966042
069665     05  WS-MR-PRIOR-MM       PIC 99.                             06966542
069670     05  FILLER               PIC 99.                             06967042
069700 01  WS-MR-LAST-ACCT          PIC X(6)     VALUE LOW-VALUES.      06970017
069800 01  WS-COMPUTED-KWH          PIC 9(9)     VALUE 0.               06980039
069900 01  WS-EST-SUM               PIC 9(6)     VALUE 0.               06990017
070000 01  WS-EST-CYCLES            PIC 9(1)     VALUE 0.               07000017
070100 01  WS-EST-AVG               PIC 9(5)     VALUE 0.               07010017
070700     88  WS-TRUEUP-BILL                    VALUE "Y".             07070017
070800 01  WS-NOREAD-SW             PIC X(1)     VALUE "N".             07080017
070900     88  WS-NO-METER-READ                  VALUE "Y".             07090017
070902                                                                  07090239
070904******************************************************************07090439
070906* METER CHECK WORK AREAS - 230-CHECK-METER proves the read's      07090639
070908* meter is installed on the account (WS-METER-MISMATCH sends      07090839
070910* the account to EXCPRPT instead) and, when the meter replaced    07091039
070912* one whose final read is not yet billed, holds the old           07091239
070914* meter's final read, dials and multiplier so 220 can add its     07091439
070916* last usage (WS-CHANGE-OUT-BILL). 225-CALC-READ-SPAN works       07091639
070918* the dial difference for either meter.                           07091839
070920******************************************************************07092039
070922 01  WS-METER-MISMATCH-SW     PIC X(1)     VALUE "N".             07092239
070924     88  WS-METER-MISMATCH                 VALUE "Y".             07092439
070926 01  WS-CHANGE-OUT-SW         PIC X(1)     VALUE "N".             07092639
070928     88  WS-CHANGE-OUT-BILL                VALUE "Y".             07092839
070930 01  WS-NEW-INITIAL-READ      PIC 9(6)     VALUE 0.               07093039
070932 01  WS-OLD-METER-NUM         PIC X(10)    VALUE SPACES.          07093239
070934 01  WS-OLD-FINAL-READ        PIC 9(6)     VALUE 0.               07093439
070936 01  WS-OLD-MODULUS           PIC 9(7)     VALUE 0.               07093639
070938 01  WS-OLD-MULTIPLIER        PIC 9(5)     VALUE 0.               07093839
070940 01  WS-SPAN-FROM-READ        PIC 9(6)     VALUE 0.               07094039
070942 01  WS-SPAN-TO-READ          PIC 9(6)     VALUE 0.               07094239
070944 01  WS-SPAN-MODULUS          PIC 9(7)     VALUE 0.               07094439
070946 01  WS-READ-SPAN             PIC 9(7)     VALUE 0.               07094639
070948 01  WS-METER-CAPACITY        PIC 9(9)     VALUE 0.               07094839
070950                                                                  07095040
070952******************************************************************07095240
070954* DEMAND WORK AREAS - 240-DETERMINE-DEMAND takes the cycle's      07095440
070956* actual peak kW from the demand read times the meter's           07095640
070958* multiplier (last cycle's kW when the bill is estimated), the    07095840
070960* ratchet as WS-RATCHET-PCT of the highest kW in the prior 11     07096040
070962* cycles on USGHIST, and bills whichever is greater at the        07096240
070964* class's WS-DEMAND-RATE.                                         07096440
070966******************************************************************07096640
070968 01  WS-ACTUAL-KW             PIC 9(6)V99  VALUE 0.               07096840
070970 01  WS-PEAK-KW               PIC 9(6)V99  VALUE 0.               07097040
070972 01  WS-RATCHET-KW            PIC 9(6)V99  VALUE 0.               07097240
070974 01  WS-BILLED-KW             PIC 9(6)V99  VALUE 0.               07097440
070976 01  WS-DEMAND-CHARGE         PIC 9(6)V99  VALUE 0.               07097640
070978 01  WS-KW-SUB                PIC 9(2)     VALUE 0.               07097840
070980 01  WS-RATCHET-SW            PIC X(1)     VALUE "N".             07098040
070982     88  WS-DEMAND-RATCHETED               VALUE "Y".             07098240
070984 01  WS-KW-ED                 PIC ZZZ,ZZ9.99.                     07098440
070986 01  WS-KW-ED2                PIC ZZZ,ZZ9.99.                     07098640
070988 01  WS-KW-TOTAL-ED           PIC ZZ,ZZZ,ZZ9.99.                  07098840
071000                                                                  07100017
071100******************************************************************07110019
071200* BALANCE-FORWARD ACCESS - 280-CALC-PAST-DUE reads the current    07120019
079400     88  WS-FINAL-PENDING                  VALUE "Y".             07940026
079500 01  WS-FINAL-SKIP-COUNT      PIC 9(5)     VALUE 0.               07950026
079600                                                                  07960029
079605******************************************************************07960541
079610* SERVICE STATUS - 238-CHECK-SERVICE-STATUS reads the account's   07961041
079615* SVCSTAT record. A disconnected service with no actual read      07961541
079620* this cycle is not estimated: it bills nothing, its payment is   07962041
079625* netted like any skipped account's, and it is counted apart.     07962541
079630* The first bill after a reconnect carries the SVCPARM            07963041
079635* reconnect fee (WS-DEFAULT-RECON-FEE with no SVCPARM).           07963541
079640******************************************************************07964041
079645 01  WS-SVC-DISC-SW           PIC X(1)     VALUE "N".             07964541
079650     88  WS-SVC-DISCONNECTED               VALUE "Y".             07965041
079655 01  WS-SVC-SKIP-SW           PIC X(1)     VALUE "N".             07965541
079660     88  WS-SVC-OFF-SKIP                   VALUE "Y".             07966041
079665 01  WS-RECON-DUE-SW          PIC X(1)     VALUE "N".             07966541
079670     88  WS-RECON-FEE-DUE                  VALUE "Y".             07967041
079675 01  WS-DISC-SKIP-COUNT       PIC 9(5)     VALUE 0.               07967541
079680 01  WS-DEFAULT-RECON-FEE     PIC 9(3)V99  VALUE 50.00.           07968041
079685 01  WS-RECON-FEE             PIC 9(3)V99  VALUE 0.               07968541
079690 01  WS-RECON-FEE-AMT         PIC 9(3)V99  VALUE 0.               07969041
079695                                                                  07969541
079700******************************************************************07970029
079800* CYCLE SELECTION - 079-LOAD-CYCLE-PARM reads the cycle due       07980032
079900* tonight from CYCLPARM. With a cycle selected, accounts in       07990029
084000 01  WS-PAYMENT-RECEIVED       PIC 9(6)V99  VALUE 0.              08400019
084100                                                                  08410027
084200******************************************************************08420027
084205* BILLING ADJUSTMENTS - 280-CALC-PAST-DUE reads the account's     08420535
084210* ADJPOST record (UTIL2800's net adjustments since the last       08421035
084215* bill). BALFWD already carries them, so they only move the       08421535
084220* PRIOR BALANCE shown back to what was last billed and ride       08422035
084225* onto the bill as their own ADJUSTMENTS line; 290 consumes       08422535
084230* the record once the new balance is carried.                     08423035
084235******************************************************************08423535
084240 01  WS-ADJ-FOUND-SW           PIC X(1)     VALUE "N".            08424035
084245     88  WS-ADJ-FOUND                       VALUE "Y".            08424535
084250 01  WS-ADJ-AMOUNT             PIC S9(6)V99 VALUE 0.              08425035
084255                                                                  08425535
084260******************************************************************08426035
084262* RECEIVABLE LEDGER - 295-POST-LEDGER puts what this bill moved   08426236
084264* the balance by on ARLEDGER: the late fee as its own entry and   08426436
084266* everything else the bill carried (current charges, budget       08426636
084268* and installment billing, deferrals) as the charges entry, so    08426836
084270* the ledger lands on exactly the balance 290 carried to          08427036
084272* BALFWD. The payment went on the ledger when UTIL1500            08427236
084274* accepted it; a credit applied is a memo - the credit was on     08427436
084276* the ledger when it arose.                                       08427636
084278******************************************************************08427836
084280 01  WS-LEDGER-BALANCE         PIC S9(6)V99 VALUE 0.              08428036
084282 01  WS-LEDGER-CHARGES         PIC S9(6)V99 VALUE 0.              08428236
084284                                                                  08428436
084286******************************************************************08428636
084300* PAYMENT ARRANGEMENTS - 282-CHECK-ARRANGEMENT reads the          08430027
084400* account's PAYARNG record when a balance survives payments.      08440027
084500* Current on the plan: 284-BILL-INSTALLMENT bills just the        08450027
085700 01  WS-BROKEN-COUNT           PIC 9(5)     VALUE 0.              08570027
085800                                                                  08580011
085900******************************************************************08590008
085901* RATE-CHANGE PRORATION - 245-CHECK-PRORATION splits a bill whose 08590142
085902* read period (last actual read date to this read date on         08590242
085903* METERRD) takes in the effective date of the class's current     08590342
085904* RATEPARM schedule or the jurisdiction's current TAXPARM         08590442
085905* schedule. The period's kWh and service fee split by days:       08590542
085906* the days before the effective date price under the schedule     08590642
085907* it replaced, the rest under the current one, each portion's     08590742
085908* tier limits cut to its share of the period. WS-PRO-ALLNEW-      08590842
085909* AMT keeps what the period bills entirely at the current         08590942
085910* schedule, so 330-MEASURE-PRORATION can put the difference on    08591042
085911* PRORRPT.                                                        08591142
085912******************************************************************08591242
085913 01  WS-PRORATE-SW            PIC X(1)     VALUE "N".             08591342
085914     88  WS-PRORATED                       VALUE "Y".             08591442
085915 01  WS-PRO-RATES-SW          PIC X(1)     VALUE "N".             08591542
085916     88  WS-PRO-OLD-RATES                  VALUE "Y".             08591642
085917 01  WS-PRO-TAXES-SW          PIC X(1)     VALUE "N".             08591742
085918     88  WS-PRO-OLD-TAXES                  VALUE "Y".             08591842
085919 01  WS-PRO-CHANGE-DATE       PIC 9(8)     VALUE 0.               08591942
085920 01  WS-PRO-TAX-DATE          PIC 9(8)     VALUE 0.               08592042
085921 01  WS-PRO-FROM-DAY          PIC 9(7)     VALUE 0.               08592142
085922 01  WS-PRO-TO-DAY            PIC 9(7)     VALUE 0.               08592242
085923 01  WS-PRO-TOTAL-DAYS        PIC 9(5)     VALUE 0.               08592342
085924 01  WS-PRO-OLD-DAYS          PIC 9(5)     VALUE 0.               08592442
085925 01  WS-PRO-NEW-DAYS          PIC 9(5)     VALUE 0.               08592542
085926 01  WS-PRO-TAX-OLD-DAYS      PIC 9(5)     VALUE 0.               08592642
085927 01  WS-PRO-PART-DAYS         PIC 9(5)     VALUE 0.               08592742
085928 01  WS-PRO-KWH-SAVE          PIC 9(5)     VALUE 0.               08592842
085929 01  WS-PRO-OLD-KWH           PIC 9(5)     VALUE 0.               08592942
085930 01  WS-PRO-NEW-KWH           PIC 9(5)     VALUE 0.               08593042
085931 01  WS-PRO-OLD-FEE           PIC 9(3)V99  VALUE 0.               08593142
085932 01  WS-PRO-NEW-FEE           PIC 9(3)V99  VALUE 0.               08593242
085933 01  WS-PRO-TIER1-KWH         PIC 9(5)     VALUE 0.               08593342
085934 01  WS-PRO-TIER2-KWH         PIC 9(5)     VALUE 0.               08593442
085935 01  WS-PRO-TIER3-KWH         PIC 9(5)     VALUE 0.               08593542
085936 01  WS-PRO-TIER4-KWH         PIC 9(5)     VALUE 0.               08593642
085937 01  WS-PRO-TIER1-CHARGE      PIC 9(5)V99  VALUE 0.               08593742
085938 01  WS-PRO-TIER2-CHARGE      PIC 9(5)V99  VALUE 0.               08593842
085939 01  WS-PRO-TIER3-CHARGE      PIC 9(5)V99  VALUE 0.               08593942
085940 01  WS-PRO-TIER4-CHARGE      PIC 9(5)V99  VALUE 0.               08594042
085941 01  WS-PRO-DEMAND-CHARGE     PIC 9(6)V99  VALUE 0.               08594142
085942 01  WS-PRO-OLD-CHARGES       PIC 9(6)V99  VALUE 0.               08594242
085943 01  WS-PRO-NEW-CHARGES       PIC 9(6)V99  VALUE 0.               08594342
085944 01  WS-PRO-OLD-BASE          PIC 9(6)V99  VALUE 0.               08594442
085945 01  WS-PRO-NEW-BASE          PIC 9(6)V99  VALUE 0.               08594542
085946 01  WS-PRO-ALLNEW-AMT        PIC 9(6)V99  VALUE 0.               08594642
085947 01  WS-PRO-ALLNEW-TAX        PIC 9(6)V99  VALUE 0.               08594742
085948 01  WS-PRO-WORK-AMT          PIC 9(6)V99  VALUE 0.               08594842
085949 01  WS-PRO-BILLED-AMT        PIC 9(6)V99  VALUE 0.               08594942
085950 01  WS-PRO-EFFECT            PIC S9(6)V99 VALUE 0.               08595042
085951 01  WS-PRO-COUNT             PIC 9(5)     VALUE 0.               08595142
085952 01  WS-PRO-TOTAL-EFFECT      PIC S9(7)V99 VALUE 0.               08595242
085953 01  WS-PRO-DATE-ED           PIC X(8)     VALUE SPACES.          08595342
085954 01  WS-PRO-DAYS-ED           PIC ZZ9.                            08595442
085955 01  WS-PRO-DAYS-ED2          PIC ZZ9.                            08595542
085956 01  WS-PRO-KWH-ED            PIC ZZ,ZZ9.                         08595642
085957                                                                  08595742
085958******************************************************************08595842
085959* DAY NUMBERS - 690-CALC-DAY-NUMBER turns the date in WS-DN-DATE8 08595942
085960* into a running day count, so two dates subtract to the days     08596042
085961* between them.                                                   08596142
085962******************************************************************08596242
085963 01  WS-CUM-DAYS-TBL.                                             08596342
085964     05  FILLER               PIC X(36)                           08596442
085965         VALUE "000031059090120151181212243273304334".            08596542
085966 01  WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS-TBL.                     08596642
085967     05  WS-CUM-DAYS OCCURS 12 TIMES PIC 999.                     08596742
085968 01  WS-DN-DATE8              PIC 9(8)     VALUE 0.               08596842
085969 01  WS-DN-DATE-R REDEFINES WS-DN-DATE8.                          08596942
085970     05  WS-DN-CCYY           PIC 9(4).                           08597042
085971     05  WS-DN-MM             PIC 99.                             08597142
085972     05  WS-DN-DD             PIC 99.                             08597242
085973 01  WS-DN-PRIOR-YEARS        PIC 9(4)     VALUE 0.               08597342
085974 01  WS-DAY-NUMBER            PIC 9(7)     VALUE 0.               08597442
085975 01  WS-LEAP-QUOT             PIC 9(4)     VALUE 0.               08597542
085976 01  WS-LEAP-REM4             PIC 9        VALUE 0.               08597642
085977 01  WS-LEAP-REM100           PIC 99       VALUE 0.               08597742
085978 01  WS-LEAP-REM400           PIC 999      VALUE 0.               08597842
085979 01  WS-LEAP-DAYS             PIC 9(4)     VALUE 0.               08597942
085980                                                                  08598042
085981******************************************************************08598142
086000* CHECKPOINT/RESTART - 080-LOAD-CHECKPOINT resumes WS-LAST-CKPT-  08600008
086100* ACCT/WS-CUST-COUNT/WS-EXCP-COUNT/WS-GRAND-TOTAL-BILL from an    08610008
086200* INPROG checkpoint left by an interrupted run; 090-WRITE-        08620008
087800     88  WS-CONTROL-BALANCED               VALUE "Y".             08780009
087900                                                                  08790009
088000******************************************************************08800010
088100* GL EXPORT - 470-WRITE-GL-EXPORT looks up each GLEXPORT row's    08810038
088200* GL code, side, and offset in the GLMAP table by transaction     08820038
088300* type and customer class, and writes the rows alongside the      08830038
088310* BILLREG detail line. 058-LOAD-GL-MAP fills the table.           08831038
088400******************************************************************08840010
088500 01  WS-GL-REVENUE-CODE       PIC X(4)     VALUE SPACES.          08850010
088505 01  WS-GL-TRAN-TYPE          PIC X(4)     VALUE SPACES.          08850538
088510 01  WS-GL-CLASS-CODE         PIC X(1)     VALUE SPACE.           08851038
088515 01  WS-GL-SIDE               PIC X(1)     VALUE SPACE.           08851538
088520 01  WS-GL-OFFSET-CODE        PIC X(4)     VALUE SPACES.          08852038
088525 01  WS-GL-ROW-AMT            PIC S9(8)V99 VALUE 0.               08852538
088530 01  WS-GLMAP-FOUND-SW        PIC X(1)     VALUE "N".             08853038
088535     88  WS-GLMAP-FOUND                    VALUE "Y".             08853538
088540 01  WS-GLMAP-TABLE.                                              08854038
088545     05  WS-GLMAP-ENTRY OCCURS 100 TIMES                          08854538
088550             INDEXED BY WS-GLMAP-IDX.                             08855038
088555         10  WS-GM-TRAN-TYPE      PIC X(4)  VALUE SPACES.         08855538
088560         10  WS-GM-CLASS-CODE     PIC X(1)  VALUE SPACE.          08856038
088565         10  WS-GM-GL-ACCOUNT     PIC X(4)  VALUE SPACES.         08856538
088570         10  WS-GM-GL-SIDE        PIC X(1)  VALUE SPACE.          08857038
088575         10  WS-GM-OFFSET-ACCOUNT PIC X(4)  VALUE SPACES.         08857538
088580 01  WS-GLMAP-COUNT           PIC 9(3)     VALUE 0.               08858038
088600                                                                  08860010
088700******************************************************************08870001
088800* FILE STATUS / END-OF-FILE SWITCHES                              08880001
089100 01  WS-BILLREG-STATUS        PIC X(2)     VALUE "00".            08910002
089200 01  WS-RATEPARM-STATUS       PIC X(2)     VALUE "00".            08920003
089300 01  WS-TAXPARM-STATUS        PIC X(2)     VALUE "00".            08930018
089310 01  WS-GLMAP-STATUS          PIC X(2)     VALUE "00".            08931038
089400 01  WS-EXCPRPT-STATUS        PIC X(2)     VALUE "00".            08940005
089500 01  WS-USGHIST-STATUS        PIC X(2)     VALUE "00".            08950006
089600 01  WS-BALFWD-STATUS         PIC X(2)     VALUE "00".            08960007
089700 01  WS-CHKPOINT-STATUS       PIC X(2)     VALUE "00".            08970008
089800 01  WS-BILLCTL-STATUS        PIC X(2)     VALUE "00".            08980009
089900 01  WS-GLEXPORT-STATUS       PIC X(2)     VALUE "00".            08990010
089910 01  WS-ARLEDGER-STATUS       PIC X(2)     VALUE "00".            08991036
090000 01  WS-PAYRECV-STATUS        PIC X(2)     VALUE "00".            09000011
090010 01  WS-ADJPOST-STATUS        PIC X(2)     VALUE "00".            09001035
090100 01  WS-METERRD-STATUS        PIC X(2)     VALUE "00".            09010017
090110 01  WS-METRMAST-STATUS       PIC X(2)     VALUE "00".            09011039
090120 01  WS-SVCSTAT-STATUS        PIC X(2)     VALUE "00".            09012041
090130 01  WS-SVCPARM-STATUS        PIC X(2)     VALUE "00".            09013041
090200 01  WS-BILLXTR-STATUS        PIC X(2)     VALUE "00".            09020014
090300 01  WS-REFNDRPT-STATUS       PIC X(2)     VALUE "00".            09030016
090400 01  WS-BUDGPLAN-STATUS       PIC X(2)     VALUE "00".            09040024
090800     88  WS-EOF-FINLPEND                   VALUE "Y".             09080026
090900 01  WS-PAYARNG-STATUS        PIC X(2)     VALUE "00".            09090027
091000 01  WS-BROKNRPT-STATUS       PIC X(2)     VALUE "00".            09100029
091010 01  WS-PRORRPT-STATUS        PIC X(2)     VALUE "00".            09101042
091100 01  WS-CYCLPARM-STATUS       PIC X(2)     VALUE "00".            09110029
091200 01  WS-BILLCTL-EOF-SW        PIC X(1)     VALUE "N".             09120029
091300     88  WS-EOF-BILLCTL                    VALUE "Y".             09130029
092800     88  WS-EOF-TAXPARM                    VALUE "Y".             09280018
092900 01  WS-TAX-LOADED-SW         PIC X(1)     VALUE "N".             09290018
093000     88  WS-TAX-LOADED                     VALUE "Y".             09300018
093010 01  WS-GLMAP-EOF-SW          PIC X(1)     VALUE "N".             09301038
093020     88  WS-EOF-GLMAP                      VALUE "Y".             09302038
093100 01  WS-METERRD-EOF-SW        PIC X(1)     VALUE "N".             09310017
093200     88  WS-EOF-METERRD                    VALUE "Y".             09320017
093300 01  WS-METERRD-PRESENT-SW    PIC X(1)     VALUE "N".             09330017
093400     88  WS-METERRD-PRESENT                VALUE "Y".             09340017
093410 01  WS-METRMAST-PRESENT-SW   PIC X(1)     VALUE "N".             09341039
093420     88  WS-METRMAST-PRESENT               VALUE "Y".             09342039
093430 01  WS-SVCSTAT-PRESENT-SW    PIC X(1)     VALUE "N".             09343041
093440     88  WS-SVCSTAT-PRESENT                VALUE "Y".             09344041
093500 01  WS-RESTART-SW            PIC X(1)     VALUE "N".             09350008
093600     88  WS-RESTARTED                      VALUE "Y".             09360020
093700 01  WS-RUNPARM-EOF-SW        PIC X(1)     VALUE "N".             09370020
099100         10  WS-CL-LATE-FEES     PIC 9(8)V99.                     09910021
099200         10  WS-CL-SPIKE-COUNT   PIC 9(5).                        09920021
099300         10  WS-CL-EXCP-COUNT    PIC 9(5).                        09930021
099310         10  WS-CL-DEMAND-KW     PIC 9(8)V99.                     09931040
099320         10  WS-CL-REV-DEMAND    PIC 9(8)V99.                     09932040
099400 01  WS-CL-REV-SUM            PIC 9(8)V99  VALUE 0.               09940021
099500                                                                  09950021
099600******************************************************************09960021
112200     PERFORM 073-OPEN-BUDGET.                                     11220024
112300     PERFORM 074-OPEN-DEPOSIT.                                    11230025
112400     PERFORM 075-OPEN-ARRANGE.                                    11240027
112410     PERFORM 076-OPEN-ADJUST.                                     11241035
112420     PERFORM 077-OPEN-METRMAST.                                   11242039
112430     PERFORM 078-OPEN-SVCSTAT.                                    11243041
112440     PERFORM 081-LOAD-SVC-PARM.                                   11244041
112500     IF NOT WS-QUOTE-MODE                                         11250020
112510         PERFORM 058-LOAD-GL-MAP                                  11251038
112600         PERFORM 079-LOAD-CYCLE-PARM                              11260032
112700         PERFORM 080-LOAD-CHECKPOINT                              11270020
112800         PERFORM 082-LOAD-CONTROL-TOTALS                          11280020
114700         PERFORM 195-OPEN-BILLXTR                                 11470020
114800         PERFORM 197-OPEN-REFNDRPT                                11480020
114900         PERFORM 198-OPEN-BROKNRPT                                11490027
114905         PERFORM 196-OPEN-PRORRPT                                 11490542
114910         PERFORM 199-OPEN-ARLEDGER                                11491036
115000     END-IF.                                                      11500020
115100                                                                  11510002
115200     PERFORM 700-READ-CUSTMAST.                                   11520001
119300                         PERFORM 088-MARK-ACCOUNT-STARTED         11930029
119400                         PERFORM 600-RUN-BILL                     11940029
119500                     ELSE                                         11950029
119600*                        A disconnected service with nothing      11960041
119610*                        read is not an exception - it is         11961041
119620*                        counted apart and bills nothing.         11962041
119630                         IF WS-SVC-OFF-SKIP                       11963041
119640                             ADD 1 TO WS-DISC-SKIP-COUNT          11964041
119650                             PERFORM 628-NET-SKIPPED-PAYMENT      11965041
119660                         ELSE                                     11966041
119670                             PERFORM 550-WRITE-EXCEPTION-DETAIL   11967041
119680                         END-IF                                   11968041
119700                     END-IF                                       11970029
119800                 END-IF                                           11980029
119900             END-IF                                               11990029
121400         CLOSE BUDGPLAN-FILE                                      12140024
121500         CLOSE DEPMAST-FILE                                       12150025
121600         CLOSE PAYARNG-FILE                                       12160027
121610         CLOSE ADJPOST-FILE                                       12161035
121620         CLOSE METRMAST-FILE                                      12162039
121630         CLOSE SVCSTAT-FILE                                       12163041
121700         CLOSE CUSTMAST-FILE                                      12170020
121800         MOVE WS-QUOTED-COUNT TO WS-CUST-COUNT-ED                 12180020
121900         DISPLAY 'ACCOUNTS QUOTED: ' WS-CUST-COUNT-ED             12190020
122500     PERFORM 850-CLOSE-EXCPRPT.                                   12250005
122600     CLOSE GLEXPORT-FILE.                                         12260010
122700     CLOSE BILLXTR-FILE.                                          12270014
122710     CLOSE ARLEDGER-FILE.                                         12271036
122800     PERFORM 860-CLOSE-REFNDRPT.                                  12280016
122900     PERFORM 870-CLOSE-BROKNRPT.                                  12290027
122910     PERFORM 880-CLOSE-PRORRPT.                                   12291042
123000     CLOSE USGHIST-FILE.                                          12300019
123100     CLOSE BALFWD-FILE.                                           12310019
123200     CLOSE PAYRECV-FILE.                                          12320019
123300     CLOSE BUDGPLAN-FILE.                                         12330024
123400     CLOSE DEPMAST-FILE.                                          12340025
123500     CLOSE PAYARNG-FILE.                                          12350027
123510     CLOSE ADJPOST-FILE.                                          12351035
123520     CLOSE METRMAST-FILE.                                         12352039
123530     CLOSE SVCSTAT-FILE.                                          12353041
123600     PERFORM 960-RECONCILE-CONTROL-TOTALS.                        12360009
123700                                                                  12370009
123800*    RUNHIST only gets this cycle's rows when the run balanced;   12380022
130400     MOVE 500  TO WS-RT-TIER2-LIMIT(3).                           13040004
130500     MOVE 9000 TO WS-RT-TIER3-LIMIT(3).                           13050004
130600                                                                  13060020
130610*    No demand billing until RATEPARM supplies a demand rate.     13061040
130620     MOVE 0 TO WS-RT-DEMAND-RATE(1).                              13062040
130630     MOVE 0 TO WS-RT-DEMAND-RATE(2).                              13063040
130640     MOVE 0 TO WS-RT-DEMAND-RATE(3).                              13064040
130650     MOVE 0 TO WS-RT-RATCHET-PCT(1).                              13065040
130660     MOVE 0 TO WS-RT-RATCHET-PCT(2).                              13066040
130670     MOVE 0 TO WS-RT-RATCHET-PCT(3).                              13067040
130680                                                                  13068040
130700     MOVE 0 TO WS-RT-EFF-DATE(1).                                 13070020
130800     MOVE 0 TO WS-RT-EFF-DATE(2).                                 13080020
130900     MOVE 0 TO WS-RT-EFF-DATE(3).                                 13090020
130910                                                                  13091042
130920*   Until RATEPARM says otherwise, the schedule each class        13092042
130930*   replaced is the built-in one too.                             13093042
130940     SET WS-RATE-IDX TO 1.                                        13094042
130950     PERFORM 3 TIMES                                              13095042
130960         PERFORM 053-KEEP-PRIOR-RATES                             13096042
130970         SET WS-RATE-IDX UP BY 1                                  13097042
130980     END-PERFORM.                                                 13098042
131000     MOVE "N" TO WS-RATE-EOF-SW.                                  13100020
131100     MOVE "N" TO WS-RATE-LOADED-SW.                               13110020
131200                                                                  13120020
132400         MOVE 0 TO WS-TX-EFF-DATE(WS-TAX-IDX)                     13240020
132500         MOVE 0 TO WS-TX-STATE-RATE(WS-TAX-IDX)                   13250020
132600         MOVE 0 TO WS-TX-FRANCHISE-RATE(WS-TAX-IDX)               13260020
132610         MOVE 0 TO WS-TX-OLD-EFF-DATE(WS-TAX-IDX)                 13261042
132620         MOVE 0 TO WS-TX-OLD-STATE-RATE(WS-TAX-IDX)               13262042
132630         MOVE 0 TO WS-TX-OLD-FRAN-RATE(WS-TAX-IDX)                13263042
132700         SET WS-TAX-IDX UP BY 1                                   13270020
132800     END-PERFORM.                                                 13280020
132900                                                                  13290021
135000         MOVE 0 TO WS-CL-LATE-FEES(WS-CLS-IDX)                    13500021
135100         MOVE 0 TO WS-CL-SPIKE-COUNT(WS-CLS-IDX)                  13510021
135200         MOVE 0 TO WS-CL-EXCP-COUNT(WS-CLS-IDX)                   13520021
135210         MOVE 0 TO WS-CL-DEMAND-KW(WS-CLS-IDX)                    13521040
135220         MOVE 0 TO WS-CL-REV-DEMAND(WS-CLS-IDX)                   13522040
135300         SET WS-CLS-IDX UP BY 1                                   13530021
135400     END-PERFORM.                                                 13540021
135500                                                                  13550004
135800* that is already effective as of WS-SYS-DATE8 (the file is a     13580003
135900* history, not just today's rates, so billing staff can load next 13590003
136000* month's approved schedule ahead of time without it taking       13600003
136100* effect early). The next-newest schedule is kept alongside it    13610042
136110* as the one the current schedule replaced.                       13611042
136200******************************************************************13620003
136300 050-LOAD-RATES.                                                  13630003
136400     OPEN INPUT RATEPARM-FILE.                                    13640003
137900                 WHEN WS-RT-CLASS-CODE(WS-RATE-IDX) =             13790004
138000                         RP-CLASS-CODE                            13800004
138100                     IF RP-EFF-DATE >= WS-RT-EFF-DATE(WS-RATE-IDX)13810004
138110                         IF RP-EFF-DATE >                         13811042
138120                                 WS-RT-EFF-DATE(WS-RATE-IDX)      13812042
138130                             PERFORM 053-KEEP-PRIOR-RATES         13813042
138140                         END-IF                                   13814042
138200                         MOVE RP-EFF-DATE                         13820004
138300                             TO WS-RT-EFF-DATE(WS-RATE-IDX)       13830004
138400                         MOVE RP-RATE-TIER1                       13840004
139500                             TO WS-RT-TIER2-LIMIT(WS-RATE-IDX)    13950004
139600                         MOVE RP-TIER3-LIMIT                      13960004
139700                             TO WS-RT-TIER3-LIMIT(WS-RATE-IDX)    13970004
139710                         PERFORM 052-LOAD-DEMAND-TERMS            13971040
139800                         SET WS-RATE-LOADED TO TRUE               13980004
139810                     ELSE                                         13981042
139820                         IF RP-EFF-DATE >=                        13982042
139830                                 WS-RT-OLD-EFF-DATE(WS-RATE-IDX)  13983042
139840                             PERFORM 054-FILL-PRIOR-RATES         13984042
139850                         END-IF                                   13985042
139900                     END-IF                                       13990004
140000             END-SEARCH                                           14000004
140100         END-IF                                                   14010003
141800         NOT AT END                                               14180003
141900             CONTINUE                                             14190003
142000     END-READ.                                                    14200003
142003                                                                  14200340
142005******************************************************************14200540
142010* Take the demand rate and ratchet percentage from the RATEPARM   14201040
142015* row in hand. A row written before the demand columns existed    14201540
142020* carries spaces there and bills no demand.                       14202040
142025******************************************************************14202540
142030 052-LOAD-DEMAND-TERMS.                                           14203040
142035     IF RP-DEMAND-RATE IS NUMERIC                                 14203540
142040         MOVE RP-DEMAND-RATE TO WS-RT-DEMAND-RATE(WS-RATE-IDX)    14204040
142045     ELSE                                                         14204540
142050         MOVE 0 TO WS-RT-DEMAND-RATE(WS-RATE-IDX)                 14205040
142055     END-IF.                                                      14205540
142060     IF RP-RATCHET-PCT IS NUMERIC                                 14206040
142065         MOVE RP-RATCHET-PCT TO WS-RT-RATCHET-PCT(WS-RATE-IDX)    14206540
142070     ELSE                                                         14207040
142075         MOVE 0 TO WS-RT-RATCHET-PCT(WS-RATE-IDX)                 14207540
142080     END-IF.                                                      14208040
142100                                                                  14210003
142200******************************************************************14220018
142202* A newer schedule is about to replace the current one in the     14220242
142204* slot WS-RATE-IDX points at - keep the current one as the        14220442
142206* schedule it replaced.                                           14220642
142208******************************************************************14220842
142210 053-KEEP-PRIOR-RATES.                                            14221042
142212     MOVE WS-RT-EFF-DATE(WS-RATE-IDX)                             14221242
142214         TO WS-RT-OLD-EFF-DATE(WS-RATE-IDX).                      14221442
142216     MOVE WS-RT-RATE-TIER1(WS-RATE-IDX)                           14221642
142218         TO WS-RT-OLD-RATE-TIER1(WS-RATE-IDX).                    14221842
142220     MOVE WS-RT-RATE-TIER2(WS-RATE-IDX)                           14222042
142222         TO WS-RT-OLD-RATE-TIER2(WS-RATE-IDX).                    14222242
142224     MOVE WS-RT-RATE-TIER3(WS-RATE-IDX)                           14222442
142226         TO WS-RT-OLD-RATE-TIER3(WS-RATE-IDX).                    14222642
142228     MOVE WS-RT-RATE-TIER4(WS-RATE-IDX)                           14222842
142230         TO WS-RT-OLD-RATE-TIER4(WS-RATE-IDX).                    14223042
142232     MOVE WS-RT-TIER1-LIMIT(WS-RATE-IDX)                          14223242
142234         TO WS-RT-OLD-TIER1-LIMIT(WS-RATE-IDX).                   14223442
142236     MOVE WS-RT-TIER2-LIMIT(WS-RATE-IDX)                          14223642
142238         TO WS-RT-OLD-TIER2-LIMIT(WS-RATE-IDX).                   14223842
142240     MOVE WS-RT-TIER3-LIMIT(WS-RATE-IDX)                          14224042
142242         TO WS-RT-OLD-TIER3-LIMIT(WS-RATE-IDX).                   14224242
142244     MOVE WS-RT-DEMAND-RATE(WS-RATE-IDX)                          14224442
142246         TO WS-RT-OLD-DEMAND-RATE(WS-RATE-IDX).                   14224642
142248                                                                  14224842
142250******************************************************************14225042
142252* The RATEPARM row in hand is older than the current schedule     14225242
142254* but newer than the one kept as replaced - it becomes the        14225442
142256* replaced schedule.                                              14225642
142258******************************************************************14225842
142260 054-FILL-PRIOR-RATES.                                            14226042
142262     MOVE RP-EFF-DATE    TO WS-RT-OLD-EFF-DATE(WS-RATE-IDX).      14226242
142264     MOVE RP-RATE-TIER1  TO WS-RT-OLD-RATE-TIER1(WS-RATE-IDX).    14226442
142266     MOVE RP-RATE-TIER2  TO WS-RT-OLD-RATE-TIER2(WS-RATE-IDX).    14226642
142268     MOVE RP-RATE-TIER3  TO WS-RT-OLD-RATE-TIER3(WS-RATE-IDX).    14226842
142270     MOVE RP-RATE-TIER4  TO WS-RT-OLD-RATE-TIER4(WS-RATE-IDX).    14227042
142272     MOVE RP-TIER1-LIMIT TO WS-RT-OLD-TIER1-LIMIT(WS-RATE-IDX).   14227242
142274     MOVE RP-TIER2-LIMIT TO WS-RT-OLD-TIER2-LIMIT(WS-RATE-IDX).   14227442
142276     MOVE RP-TIER3-LIMIT TO WS-RT-OLD-TIER3-LIMIT(WS-RATE-IDX).   14227642
142278     IF RP-DEMAND-RATE IS NUMERIC                                 14227842
142280         MOVE RP-DEMAND-RATE                                      14228042
142282             TO WS-RT-OLD-DEMAND-RATE(WS-RATE-IDX)                14228242
142284     ELSE                                                         14228442
142286         MOVE 0 TO WS-RT-OLD-DEMAND-RATE(WS-RATE-IDX)             14228642
142288     END-IF.                                                      14228842
142290                                                                  14229042
142292******************************************************************14229242
142300* Read TAXPARM and, for each jurisdiction code, keep the newest   14230018
142400* schedule already effective as of WS-SYS-DATE8 - the same        14240018
142500* history-not-snapshot handling 050-LOAD-RATES gives RATEPARM.    14250018
145400                                                                  14540018
145500******************************************************************14550018
145600* File one effective TAXPARM row into WS-TAX-TABLE: replace the   14560018
145700* jurisdiction's slot when this schedule is newer (keeping the    14570042
145800* one it replaces), claim a free slot for a jurisdiction not      14580042
145810* seen yet. An older row newer than the replaced schedule         14581042
145820* becomes the replaced schedule.                                  14582042
145900******************************************************************14590018
146000 056-STOW-TAX-SCHEDULE.                                           14600018
146100     SET WS-TAX-IDX TO 1.                                         14610018
146500                 'JURISDICTION ' TX-JURIS-CODE ' IGNORED'         14650018
146600         WHEN WS-TX-JURIS-CODE(WS-TAX-IDX) = TX-JURIS-CODE        14660018
146700             IF TX-EFF-DATE >= WS-TX-EFF-DATE(WS-TAX-IDX)         14670018
146710                 IF TX-EFF-DATE > WS-TX-EFF-DATE(WS-TAX-IDX)      14671042
146720                     PERFORM 059-KEEP-PRIOR-TAXES                 14672042
146730                 END-IF                                           14673042
146800                 PERFORM 057-FILL-TAX-ENTRY                       14680018
146810             ELSE                                                 14681042
146820                 IF TX-EFF-DATE >= WS-TX-OLD-EFF-DATE(WS-TAX-IDX) 14682042
146830                     MOVE TX-EFF-DATE                             14683042
146840                         TO WS-TX-OLD-EFF-DATE(WS-TAX-IDX)        14684042
146850                     MOVE TX-STATE-RATE                           14685042
146860                         TO WS-TX-OLD-STATE-RATE(WS-TAX-IDX)      14686042
146870                     MOVE TX-FRANCHISE-RATE                       14687042
146880                         TO WS-TX-OLD-FRAN-RATE(WS-TAX-IDX)       14688042
146890                 END-IF                                           14689042
146900             END-IF                                               14690018
147000         WHEN WS-TX-JURIS-CODE(WS-TAX-IDX) = SPACES               14700018
147100             PERFORM 057-FILL-TAX-ENTRY                           14710018
148100     MOVE TX-FRANCHISE-RATE                                       14810018
148200         TO WS-TX-FRANCHISE-RATE(WS-TAX-IDX).                     14820018
148300     SET WS-TAX-LOADED TO TRUE.                                   14830018
148305                                                                  14830542
148310******************************************************************14831042
148315* Keep the schedule in the slot WS-TAX-IDX points at as the one   14831542
148320* a newer TAXPARM row is about to replace.                        14832042
148325******************************************************************14832542
148330 059-KEEP-PRIOR-TAXES.                                            14833042
148335     MOVE WS-TX-EFF-DATE(WS-TAX-IDX)                              14833542
148340         TO WS-TX-OLD-EFF-DATE(WS-TAX-IDX).                       14834042
148345     MOVE WS-TX-STATE-RATE(WS-TAX-IDX)                            14834542
148350         TO WS-TX-OLD-STATE-RATE(WS-TAX-IDX).                     14835042
148355     MOVE WS-TX-FRANCHISE-RATE(WS-TAX-IDX)                        14835542
148360         TO WS-TX-OLD-FRAN-RATE(WS-TAX-IDX).                      14836042
148400                                                                  14840018
148500******************************************************************14850018
148600* Read one TAXPARM record; set WS-EOF-TAXPARM at end of file.     14860018
148900     READ TAXPARM-FILE                                            14890018
149000         AT END                                                   14900018
149100             MOVE "Y" TO WS-TAX-EOF-SW                            14910018
149101         NOT AT END                                               14910138
149102             CONTINUE                                             14910238
149103     END-READ.                                                    14910338
149104                                                                  14910438
149105******************************************************************14910538
149106* Load GLMAP into WS-GLMAP-TABLE. GLMAP is required - without it  14910638
149107* billing cannot say where a dollar posts - and so is a default   14910738
149108* (blank class) row for every type this run writes, so no bill    14910838
149109* can reach 470-WRITE-GL-EXPORT without somewhere to post. A row  14910938
149110* whose side is neither "D" nor "C" is skipped and named.         14911038
149111******************************************************************14911138
149112 058-LOAD-GL-MAP.                                                 14911238
149113     OPEN INPUT GLMAP-FILE.                                       14911338
149114     IF WS-GLMAP-STATUS NOT = "00"                                14911438
149115         DISPLAY 'UNABLE TO OPEN GLMAP, STATUS: '                 14911538
149116             WS-GLMAP-STATUS                                      14911638
149117         STOP RUN                                                 14911738
149118     END-IF.                                                      14911838
149119                                                                  14911938
149120     PERFORM 758-READ-GLMAP.                                      14912038
149121     PERFORM UNTIL WS-EOF-GLMAP                                   14912138
149122         IF GM-GL-SIDE NOT = "D" AND GM-GL-SIDE NOT = "C"         14912238
149123             DISPLAY 'GLMAP ROW FOR ' GM-TRAN-TYPE ' CLASS '      14912338
149124                 GM-CLASS-CODE ' HAS NO DEBIT/CREDIT SIDE, '      14912438
149125                 'IGNORED'                                        14912538
149126         ELSE                                                     14912638
149127             IF WS-GLMAP-COUNT < 100                              14912738
149128                 ADD 1 TO WS-GLMAP-COUNT                          14912838
149129                 SET WS-GLMAP-IDX TO WS-GLMAP-COUNT               14912938
149130                 MOVE GM-TRAN-TYPE                                14913038
149131                     TO WS-GM-TRAN-TYPE(WS-GLMAP-IDX)             14913138
149132                 MOVE GM-CLASS-CODE                               14913238
149133                     TO WS-GM-CLASS-CODE(WS-GLMAP-IDX)            14913338
149134                 MOVE GM-GL-ACCOUNT                               14913438
149135                     TO WS-GM-GL-ACCOUNT(WS-GLMAP-IDX)            14913538
149136                 MOVE GM-GL-SIDE                                  14913638
149137                     TO WS-GM-GL-SIDE(WS-GLMAP-IDX)               14913738
149138                 MOVE GM-OFFSET-ACCOUNT                           14913838
149139                     TO WS-GM-OFFSET-ACCOUNT(WS-GLMAP-IDX)        14913938
149140             ELSE                                                 14914038
149141                 DISPLAY 'GLMAP HAS MORE THAN 100 ROWS - '        14914138
149142                     'RAISE THE TABLE BEFORE RERUNNING'           14914238
149143                 MOVE 16 TO RETURN-CODE                           14914338
149144                 STOP RUN                                         14914438
149145             END-IF                                               14914538
149146         END-IF                                                   14914638
149147         PERFORM 758-READ-GLMAP                                   14914738
149148     END-PERFORM.                                                 14914838
149149     CLOSE GLMAP-FILE.                                            14914938
149150                                                                  14915038
149151     MOVE SPACE TO WS-GL-CLASS-CODE.                              14915138
149152     MOVE "REVN" TO WS-GL-TRAN-TYPE.                              14915238
149154     PERFORM 472-FIND-GL-ACCOUNT.                                 14915444
149156     MOVE "DMND" TO WS-GL-TRAN-TYPE.                              14915644
149158     PERFORM 472-FIND-GL-ACCOUNT.                                 14915844
149160     MOVE "RCNF" TO WS-GL-TRAN-TYPE.                              14916044
149162     PERFORM 472-FIND-GL-ACCOUNT.                                 14916244
149164     MOVE "LFEE" TO WS-GL-TRAN-TYPE.                              14916444
149166     PERFORM 472-FIND-GL-ACCOUNT.                                 14916638
149168     MOVE "STAX" TO WS-GL-TRAN-TYPE.                              14916838
149170     PERFORM 472-FIND-GL-ACCOUNT.                                 14917038
149172     MOVE "FRAN" TO WS-GL-TRAN-TYPE.                              14917238
149174     PERFORM 472-FIND-GL-ACCOUNT.                                 14917438
149176                                                                  14917638
149178******************************************************************14917838
149180* Read one GLMAP record; set WS-EOF-GLMAP at end of file.         14918038
149182******************************************************************14918238
149184 758-READ-GLMAP.                                                  14918438
149186     READ GLMAP-FILE                                              14918638
149188         AT END                                                   14918838
149190             MOVE "Y" TO WS-GLMAP-EOF-SW                          14919038
149200         NOT AT END                                               14920018
149300             CONTINUE                                             14930018
149400     END-READ.                                                    14940018
164000         IF WS-PAYARNG-STATUS NOT = "00"                          16400027
164100             DISPLAY 'UNABLE TO OPEN PAYARNG, STATUS: '           16410027
164200                 WS-PAYARNG-STATUS                                16420027
164202             STOP RUN                                             16420235
164204         END-IF                                                   16420435
164206     END-IF.                                                      16420635
164208                                                                  16420835
164210******************************************************************16421035
164212* Open the indexed ADJPOST for update - a real run consumes       16421235
164214* each account's adjustments once its bill shows them.            16421435
164216* OPTIONAL: no file just means UTIL2800 posted nothing.           16421635
164218******************************************************************16421835
164220 076-OPEN-ADJUST.                                                 16422035
164222*    Quote mode only looks at adjustments, so read-only.          16422235
164224     IF WS-QUOTE-MODE                                             16422435
164226         OPEN INPUT ADJPOST-FILE                                  16422635
164228     ELSE                                                         16422835
164230         OPEN I-O ADJPOST-FILE                                    16423035
164232     END-IF.                                                      16423235
164234     IF WS-ADJPOST-STATUS = "05"                                  16423435
164236         DISPLAY 'NO ADJPOST FOUND, NO ADJUSTMENTS TO SHOW'       16423635
164238     ELSE                                                         16423835
164240         IF WS-ADJPOST-STATUS NOT = "00"                          16424035
164242             DISPLAY 'UNABLE TO OPEN ADJPOST, STATUS: '           16424235
164244                 WS-ADJPOST-STATUS                                16424435
164300             STOP RUN                                             16430027
164400         END-IF                                                   16440027
164402     END-IF.                                                      16440239
164404                                                                  16440439
164406******************************************************************16440639
164408* Open the indexed METRMAST for update - a real run marks a       16440839
164410* changed-out meter's final read billed. OPTIONAL: no file        16441039
164412* means no meter inventory is kept yet, and reads bill as six     16441239
164414* dials with no multiplier.                                       16441439
164416******************************************************************16441639
164418 077-OPEN-METRMAST.                                               16441839
164420*    Quote mode never marks meters billed, so it opens read-only. 16442039
164422     IF WS-QUOTE-MODE                                             16442239
164424         OPEN INPUT METRMAST-FILE                                 16442439
164426     ELSE                                                         16442639
164428         OPEN I-O METRMAST-FILE                                   16442839
164430     END-IF.                                                      16443039
164432     IF WS-METRMAST-STATUS = "05"                                 16443239
164434         DISPLAY 'NO METRMAST FOUND, READS BILL WITHOUT METER '   16443439
164436             'MULTIPLIERS'                                        16443639
164438     ELSE                                                         16443839
164440         IF WS-METRMAST-STATUS NOT = "00"                         16444039
164442             DISPLAY 'UNABLE TO OPEN METRMAST, STATUS: '          16444239
164444                 WS-METRMAST-STATUS                               16444439
164446             STOP RUN                                             16444639
164448         END-IF                                                   16444839
164450         SET WS-METRMAST-PRESENT TO TRUE                          16445039
164500     END-IF.                                                      16450027
164600                                                                  16460027
164601******************************************************************16460141
164602* Open the indexed SVCSTAT for update - a real run turns off the  16460241
164603* reconnect fee switch once the fee is billed. OPTIONAL: no file  16460341
164604* means no service has been disconnected, and every account       16460441
164605* bills as it always has.                                         16460541
164606******************************************************************16460641
164607 078-OPEN-SVCSTAT.                                                16460741
164608*   Quote mode never clears the fee switch, so it opens           16460841
164609*   read-only.                                                    16460941
164610     IF WS-QUOTE-MODE                                             16461041
164611         OPEN INPUT SVCSTAT-FILE                                  16461141
164612     ELSE                                                         16461241
164613         OPEN I-O SVCSTAT-FILE                                    16461341
164614     END-IF.                                                      16461441
164615     IF WS-SVCSTAT-STATUS = "05"                                  16461541
164616         DISPLAY 'NO SVCSTAT FOUND, NO SERVICE IS DISCONNECTED'   16461641
164617     ELSE                                                         16461741
164618         IF WS-SVCSTAT-STATUS NOT = "00"                          16461841
164619             DISPLAY 'UNABLE TO OPEN SVCSTAT, STATUS: '           16461941
164620                 WS-SVCSTAT-STATUS                                16462041
164621             STOP RUN                                             16462141
164622         END-IF                                                   16462241
164623         SET WS-SVCSTAT-PRESENT TO TRUE                           16462341
164624     END-IF.                                                      16462441
164625                                                                  16462541
164626******************************************************************16462641
164627* Read the reconnect fee from SVCPARM. No SVCPARM file (or an     16462741
164628* empty one) means the shop default fee stands, not an error -    16462841
164629* the same fallback UTIL2200 gives DISCCTL.                       16462941
164630******************************************************************16463041
164631 081-LOAD-SVC-PARM.                                               16463141
164632     MOVE WS-DEFAULT-RECON-FEE TO WS-RECON-FEE.                   16463241
164633     OPEN INPUT SVCPARM-FILE.                                     16463341
164634     IF WS-SVCPARM-STATUS = "35"                                  16463441
164635         DISPLAY 'NO SVCPARM FOUND, USING DEFAULT RECONNECT FEE'  16463541
164636     ELSE                                                         16463641
164637         IF WS-SVCPARM-STATUS NOT = "00"                          16463741
164638             DISPLAY 'UNABLE TO OPEN SVCPARM, STATUS: '           16463841
164639                 WS-SVCPARM-STATUS                                16463941
164640             STOP RUN                                             16464041
164641         END-IF                                                   16464141
164642         READ SVCPARM-FILE                                        16464241
164643             AT END                                               16464341
164644                 DISPLAY 'SVCPARM IS EMPTY, USING DEFAULT '       16464441
164645                     'RECONNECT FEE'                              16464541
164646             NOT AT END                                           16464641
164647                 IF SP-RECONNECT-FEE IS NUMERIC                   16464741
164648                     MOVE SP-RECONNECT-FEE TO WS-RECON-FEE        16464841
164649                 ELSE                                             16464941
164650                     DISPLAY 'SVCPARM RECONNECT FEE NOT NUMERIC, '16465041
164651                         'USING DEFAULT'                          16465141
164652                 END-IF                                           16465241
164653         END-READ                                                 16465341
164654         CLOSE SVCPARM-FILE                                       16465441
164655     END-IF.                                                      16465541
164656                                                                  16465641
164700******************************************************************16470017
164800* Read one METERRD record; set WS-EOF-METERRD at end of file.     16480017
164900* The forward-scan match in 710-MATCH-METER-READ needs METERRD    16490017
173300*              image; the freshly initialized table stands.       17330021
173400               IF CK-CLASS-TOTALS(1:1) = "R"                      17340021
173500                   MOVE CK-CLASS-TOTALS TO WS-CLASS-TOTALS        17350021
173510               END-IF                                             17351041
173520               IF CK-DISC-SKIPS IS NUMERIC                        17352041
173530                   MOVE CK-DISC-SKIPS TO WS-DISC-SKIP-COUNT       17353041
173540               END-IF                                             17354042
173550               IF CK-PRO-COUNT IS NUMERIC                         17355042
173560                   AND CK-PRO-EFFECT IS NUMERIC                   17356042
173570                   MOVE CK-PRO-COUNT  TO WS-PRO-COUNT             17357042
173580                   MOVE CK-PRO-EFFECT TO WS-PRO-TOTAL-EFFECT      17358042
173600               END-IF                                             17360021
173700                     DISPLAY 'RESUMING RUN AFTER ACCOUNT '        17370008
173800                         WS-LAST-CKPT-ACCT                        17380008
217300     MOVE WS-FINAL-SKIP-COUNT TO CK-FINAL-SKIPS.                  21730032
217400     MOVE WS-OUTCYCLE-COUNT   TO CK-OUTCYCLE-COUNT.               21740032
217500     MOVE WS-CLASS-TOTALS TO CK-CLASS-TOTALS.                     21750022
217510     MOVE WS-DISC-SKIP-COUNT  TO CK-DISC-SKIPS.                   21751041
217520     MOVE WS-PRO-COUNT        TO CK-PRO-COUNT.                    21752042
217530     MOVE WS-PRO-TOTAL-EFFECT TO CK-PRO-EFFECT.                   21753042
217600     WRITE CHKPOINT-REC.                                          21760022
217700     CLOSE CHKPOINT-FILE.                                         21770022
217800                                                                  21780022
220400     MOVE WS-FINAL-SKIP-COUNT TO CK-FINAL-SKIPS                   22040032
220500     MOVE WS-OUTCYCLE-COUNT   TO CK-OUTCYCLE-COUNT                22050032
220600     MOVE WS-CLASS-TOTALS TO CK-CLASS-TOTALS                      22060021
220610     MOVE WS-DISC-SKIP-COUNT  TO CK-DISC-SKIPS                    22061041
220620     MOVE WS-PRO-COUNT        TO CK-PRO-COUNT                     22062042
220630     MOVE WS-PRO-TOTAL-EFFECT TO CK-PRO-EFFECT                    22063042
220700     WRITE CHKPOINT-REC                                           22070011
220800     CLOSE CHKPOINT-FILE.                                         22080011
220900                                                                  22090008
222700     MOVE WS-FINAL-SKIP-COUNT TO CK-FINAL-SKIPS.                  22270032
222800     MOVE WS-OUTCYCLE-COUNT   TO CK-OUTCYCLE-COUNT.               22280032
222900     MOVE WS-CLASS-TOTALS TO CK-CLASS-TOTALS.                     22290021
222910     MOVE WS-DISC-SKIP-COUNT  TO CK-DISC-SKIPS.                   22291041
222920     MOVE WS-PRO-COUNT        TO CK-PRO-COUNT.                    22292042
222930     MOVE WS-PRO-TOTAL-EFFECT TO CK-PRO-EFFECT.                   22293042
223000     WRITE CHKPOINT-REC.                                          22300008
223100     CLOSE CHKPOINT-FILE.                                         22310008
223200                                                                  22320008
225600* stands. With METERRD present the reads are the truth: a         22560017
225700* usable read computes usage (netting out a prior estimated       22570017
225800* cycle), anything else estimates from the USGHIST average.       22580017
225810* A read from a meter METRMAST does not show installed on the     22581039
225820* account bills nothing - 500-VALIDATE-RECORD sends it to         22582039
225830* EXCPRPT.                                                        22583039
225900******************************************************************22590017
226000 210-DETERMINE-USAGE.                                             22600017
226100     PERFORM 255-READ-HISTORY.                                    22610019
226200     MOVE "N" TO WS-EST-FLAG-SW.                                  22620017
226300     MOVE "N" TO WS-TRUEUP-SW.                                    22630017
226400     MOVE "N" TO WS-NOREAD-SW.                                    22640017
226410     PERFORM 238-CHECK-SERVICE-STATUS.                            22641041
226500                                                                  22650017
226600     IF WS-METERRD-PRESENT                                        22660017
226700         PERFORM 710-MATCH-METER-READ                             22670017
226800         PERFORM 230-CHECK-METER                                  22680039
226900         IF WS-METER-MISMATCH                                     22690039
226910             MOVE 0 TO WS-KWH-USED                                22691039
227000         ELSE                                                     22700017
227100             IF WS-READ-FOUND AND WS-MR-READ-STATUS = "A"         22710039
227110                 PERFORM 220-CALC-READ-USAGE                      22711039
227111*               A read taken after the shut-off that shows        22711141
227112*               nothing used leaves nothing to bill.              22711241
227113                 IF WS-SVC-DISCONNECTED AND WS-KWH-USED = 0       22711341
227114                     SET WS-SVC-OFF-SKIP TO TRUE                  22711441
227115                 END-IF                                           22711541
227120             ELSE                                                 22712039
227130                 MOVE "N" TO WS-CHANGE-OUT-SW                     22713039
227140*               A disconnected service uses nothing, so it is     22714041
227141*               never estimated.                                  22714141
227142                 IF WS-SVC-DISCONNECTED                           22714241
227143                     MOVE 0 TO WS-KWH-USED                        22714341
227144                     SET WS-SVC-OFF-SKIP TO TRUE                  22714441
227145                 ELSE                                             22714541
227146                     PERFORM 215-ESTIMATE-USAGE                   22714641
227147                 END-IF                                           22714741
227150             END-IF                                               22715039
227200         END-IF                                                   22720017
227300     END-IF.                                                      22730017
227301                                                                  22730139
227302******************************************************************22730239
227303* Look up the read's meter on METRMAST. It must be installed on   22730339
227304* this account and not removed, or the read is a mismatch. An     22730439
227305* installed meter supplies its own rollover point (10 to the      22730539
227306* power of its dials) and multiplier; a meter that replaced one   22730639
227307* whose final read is still unbilled makes this a change-out      22730739
227308* bill. With no METRMAST, or no read for the account, the         22730839
227309* six-dial, no-multiplier defaults stand.                         22730939
227310******************************************************************22731039
227311 230-CHECK-METER.                                                 22731139
227312     MOVE "N"     TO WS-METER-MISMATCH-SW.                        22731239
227313     MOVE "N"     TO WS-CHANGE-OUT-SW.                            22731339
227314     MOVE 1000000 TO WS-METER-MODULUS.                            22731439
227315     MOVE 1       TO WS-METER-MULTIPLIER.                         22731539
227316     MOVE 0       TO WS-METER-CAPACITY.                           22731639
227317                                                                  22731739
227318     IF WS-METRMAST-PRESENT AND WS-READ-FOUND                     22731839
227319         MOVE WS-MR-METER-NUM TO MM-METER-NUM                     22731939
227320         READ METRMAST-FILE                                       22732039
227321             INVALID KEY                                          22732139
227322                 SET WS-METER-MISMATCH TO TRUE                    22732239
227323             NOT INVALID KEY                                      22732339
227324                 IF MM-ACCT-NUM NOT = WS-ACCT-NUM                 22732439
227325                         OR MM-REMOVE-DATE > 0                    22732539
227326                     SET WS-METER-MISMATCH TO TRUE                22732639
227327                 END-IF                                           22732739
227328         END-READ                                                 22732839
227329         IF NOT WS-METER-MISMATCH                                 22732939
227330             COMPUTE WS-METER-MODULUS = 10 ** MM-DIAL-COUNT       22733039
227331             MOVE MM-MULTIPLIER   TO WS-METER-MULTIPLIER          22733139
227332             MOVE MM-INITIAL-READ TO WS-NEW-INITIAL-READ          22733239
227333             COMPUTE WS-METER-CAPACITY =                          22733339
227334                 (WS-METER-MODULUS - 1) * WS-METER-MULTIPLIER     22733439
227335             IF MM-PREV-METER-NUM NOT = SPACES                    22733539
227336                 PERFORM 232-CHECK-OLD-METER                      22733639
227337             END-IF                                               22733739
227338         END-IF                                                   22733839
227339     END-IF.                                                      22733939
227340                                                                  22734039
227341******************************************************************22734139
227342* Fetch the meter a change-out replaced. Once removed with a      22734239
227343* final read that no bill has carried yet, its dials and          22734339
227344* multiplier are held for 220-CALC-READ-USAGE.                    22734439
227345******************************************************************22734539
227346 232-CHECK-OLD-METER.                                             22734639
227347     MOVE MM-PREV-METER-NUM TO WS-OLD-METER-NUM.                  22734739
227348     MOVE WS-OLD-METER-NUM  TO MM-METER-NUM.                      22734839
227349     READ METRMAST-FILE                                           22734939
227350         INVALID KEY                                              22735039
227351             CONTINUE                                             22735139
227352         NOT INVALID KEY                                          22735239
227353             IF MM-REMOVE-DATE > 0                                22735339
227354                     AND MM-FINAL-BILLED-SW NOT = "Y"             22735439
227355                 SET WS-CHANGE-OUT-BILL TO TRUE                   22735539
227356                 MOVE MM-FINAL-READ TO WS-OLD-FINAL-READ          22735639
227357                 MOVE MM-MULTIPLIER TO WS-OLD-MULTIPLIER          22735739
227358                 COMPUTE WS-OLD-MODULUS = 10 ** MM-DIAL-COUNT     22735839
227359             END-IF                                               22735939
227360     END-READ.                                                    22736039
227361                                                                  22736139
227362******************************************************************22736239
227363* A change-out bill has carried the old meter's final usage;      22736339
227364* mark it billed so the next cycle does not carry it again.       22736439
227365******************************************************************22736539
227366 235-MARK-FINAL-BILLED.                                           22736639
227367     MOVE WS-OLD-METER-NUM TO MM-METER-NUM.                       22736739
227368     READ METRMAST-FILE                                           22736839
227369         INVALID KEY                                              22736939
227370             DISPLAY 'METRMAST READ FAILED FOR '                  22737039
227371                 WS-OLD-METER-NUM ', STATUS: '                    22737139
227372                 WS-METRMAST-STATUS                               22737239
227373             MOVE 16 TO RETURN-CODE                               22737339
227374             STOP RUN                                             22737439
227375     END-READ.                                                    22737539
227376     MOVE "Y" TO MM-FINAL-BILLED-SW.                              22737639
227377     REWRITE METRMAST-REC                                         22737739
227378         INVALID KEY                                              22737839
227379             DISPLAY 'METRMAST REWRITE FAILED FOR '               22737939
227380                 WS-OLD-METER-NUM ', STATUS: '                    22738039
227381                 WS-METRMAST-STATUS                               22738139
227382             MOVE 16 TO RETURN-CODE                               22738239
227383             STOP RUN                                             22738339
227384     END-REWRITE.                                                 22738439
227400                                                                  22740017
227500******************************************************************22750019
228004* Look up the account's service status on SVCSTAT: is the         22800441
228006* service disconnected, and is a reconnect fee waiting to be      22800641
228008* billed? No SVCSTAT, or no record for the account, is an         22800841
228010* active service with nothing owed.                               22801041
228012******************************************************************22801241
228014 238-CHECK-SERVICE-STATUS.                                        22801441
228016     MOVE "N" TO WS-SVC-DISC-SW.                                  22801641
228018     MOVE "N" TO WS-SVC-SKIP-SW.                                  22801841
228020     MOVE "N" TO WS-RECON-DUE-SW.                                 22802041
228022     IF WS-SVCSTAT-PRESENT                                        22802241
228024         MOVE WS-ACCT-NUM TO SS-ACCT-NUM                          22802441
228026         READ SVCSTAT-FILE                                        22802641
228028             INVALID KEY                                          22802841
228030                 CONTINUE                                         22803041
228032             NOT INVALID KEY                                      22803241
228034                 IF SS-SVC-STATUS = "D"                           22803441
228036                     SET WS-SVC-DISCONNECTED TO TRUE              22803641
228038                 END-IF                                           22803841
228040                 IF SS-SVC-STATUS = "A" AND SS-RECON-FEE-SW = "Y" 22804041
228042                     SET WS-RECON-FEE-DUE TO TRUE                 22804241
228044                 END-IF                                           22804441
228046         END-READ                                                 22804641
228048     END-IF.                                                      22804841
228050                                                                  22805041
228055******************************************************************22805543
228060* Fetch the current account's USGHIST record by key into the      22806043
228065* record buffer. Not found just means no history yet - the        22806543
228070* buffer is zeroed so the estimate, true-up, and spike logic      22807043
228075* all see an account with no prior cycles.                        22807543
228080******************************************************************22808043
228100 255-READ-HISTORY.                                                22810019
228200     MOVE "N" TO WS-HIST-FOUND-SW.                                22820019
228300     MOVE WS-ACCT-NUM TO UH-ACCT-NUM.                             22830019
228800             MOVE 0     TO UH-KWH-CYCLE3                          22880019
228900             MOVE SPACE TO UH-EST-FLAG                            22890019
229000             MOVE 0     TO UH-EST-KWH                             22900019
229010             MOVE ZEROS TO UH-DEMAND-HIST                         22901040
229100         NOT INVALID KEY                                          22910019
229200             SET WS-HIST-FOUND TO TRUE                            22920019
229300     END-READ.                                                    22930019
229400                                                                  22940019
229500******************************************************************22950017
229600* Compute kWh from the matched reads. A current read below the    22960017
229700* prior read means the register rolled past its last dial, not    22970039
229800* that the meter ran backward; the dial difference times the      22980039
229900* meter's multiplier is the kWh. On a change-out bill the old     22990039
230000* meter's span (prior read to its final read) is added to the     23000039
230100* new meter's (its initial read to the current read), each at     23010039
230110* its own dials and multiplier. When the prior cycle billed       23011039
230120* from an estimate, the prior read predates that estimate, so     23012039
230130* the computed span covers both cycles - net out the estimated    23013039
230140* kWh already billed (never below zero) and mark the bill a       23014039
230200* true-up so a fully-absorbed read can still bill at 0 kWh.       23020017
230300******************************************************************23030017
230400 220-CALC-READ-USAGE.                                             23040017
230500     MOVE 0 TO WS-COMPUTED-KWH.                                   23050039
230510     MOVE WS-MR-PRIOR-READ TO WS-SPAN-FROM-READ.                  23051039
230520     IF WS-CHANGE-OUT-BILL                                        23052039
230530         MOVE WS-OLD-FINAL-READ TO WS-SPAN-TO-READ                23053039
230540         MOVE WS-OLD-MODULUS    TO WS-SPAN-MODULUS                23054039
230550         PERFORM 225-CALC-READ-SPAN                               23055039
230600         COMPUTE WS-COMPUTED-KWH =                                23060017
230700             WS-READ-SPAN * WS-OLD-MULTIPLIER                     23070039
230800         MOVE WS-NEW-INITIAL-READ TO WS-SPAN-FROM-READ            23080039
231100     END-IF.                                                      23110017
231110     MOVE WS-MR-CURR-READ  TO WS-SPAN-TO-READ.                    23111039
231120     MOVE WS-METER-MODULUS TO WS-SPAN-MODULUS.                    23112039
231130     PERFORM 225-CALC-READ-SPAN.                                  23113039
231140     COMPUTE WS-COMPUTED-KWH = WS-COMPUTED-KWH                    23114039
231150         + WS-READ-SPAN * WS-METER-MULTIPLIER.                    23115039
231200                                                                  23120017
231300     IF WS-HIST-FOUND AND UH-EST-FLAG = "E"                       23130019
231400         SET WS-TRUEUP-BILL TO TRUE                               23140019
232600     END-IF.                                                      23260017
232700                                                                  23270017
232800******************************************************************23280017
232805* Dial difference from WS-SPAN-FROM-READ to WS-SPAN-TO-READ on    23280539
232810* a meter that rolls over at WS-SPAN-MODULUS.                     23281039
232815******************************************************************23281539
232820 225-CALC-READ-SPAN.                                              23282039
232825     IF WS-SPAN-TO-READ >= WS-SPAN-FROM-READ                      23282539
232830         COMPUTE WS-READ-SPAN =                                   23283039
232835             WS-SPAN-TO-READ - WS-SPAN-FROM-READ                  23283539
232840     ELSE                                                         23284039
232845         COMPUTE WS-READ-SPAN = WS-SPAN-MODULUS                   23284539
232850             - WS-SPAN-FROM-READ + WS-SPAN-TO-READ                23285039
232855     END-IF.                                                      23285539
232860                                                                  23286039
232865******************************************************************23286539
232900* No usable read - bill from the average of the account's         23290017
233000* non-zero USGHIST cycles and flag the bill ESTIMATED so the      23300017
233100* register shows it and the next real read trues it up. An        23310017
233200* account with no history leaves WS-KWH-USED at zero, which       23320017
233300* 500-VALIDATE-RECORD reports as unbillable. A meter known to     23330039
233310* METRMAST cannot have registered more in a cycle than its        23331039
233320* dials allow times its multiplier, so the estimate stops there.  23332039
233400******************************************************************23340017
233500 215-ESTIMATE-USAGE.                                              23350017
233600     SET WS-NO-METER-READ TO TRUE.                                23360017
236300         END-IF                                                   23630017
236400     END-IF.                                                      23640017
236500                                                                  23650017
236510     IF WS-METER-CAPACITY > 0                                     23651039
236520         AND WS-KWH-USED > WS-METER-CAPACITY                      23652039
236530         MOVE WS-METER-CAPACITY TO WS-KWH-USED                    23653039
236540     END-IF.                                                      23654039
236550                                                                  23655039
236600******************************************************************23660017
236700* Advance METERRD until it reaches (or passes) the current        23670017
236800* account; a record for this exact account is the match. The      23680017
237100******************************************************************23710017
237200 710-MATCH-METER-READ.                                            23720017
237300     MOVE "N" TO WS-READ-FOUND-SW.                                23730017
237310     MOVE 0 TO WS-MR-READ-DATE.                                   23731042
237320     MOVE 0 TO WS-MR-PRIOR-DATE.                                  23732042
237400     PERFORM UNTIL WS-EOF-METERRD                                 23740017
237500             OR MR-ACCT-NUM >= WS-ACCT-NUM                        23750017
237600         PERFORM 715-READ-METERRD                                 23760017
238200             MOVE MR-PRIOR-READ  TO WS-MR-PRIOR-READ              23820017
238300             MOVE MR-CURR-READ   TO WS-MR-CURR-READ               23830017
238400             MOVE MR-READ-STATUS TO WS-MR-READ-STATUS             23840017
238410             MOVE MR-METER-NUM   TO WS-MR-METER-NUM               23841039
238420             IF MR-DEMAND-READ IS NUMERIC                         23842040
238430                 MOVE MR-DEMAND-READ TO WS-MR-DEMAND-READ         23843040
238440             ELSE                                                 23844040
238450                 MOVE 0 TO WS-MR-DEMAND-READ                      23845040
238451             END-IF                                               23845142
238452             IF MR-READ-DATE IS NUMERIC                           23845242
238453                 MOVE MR-READ-DATE TO WS-MR-READ-DATE             23845342
238454             END-IF                                               23845442
238455             IF MR-PRIOR-DATE IS NUMERIC                          23845542
238456                 MOVE MR-PRIOR-DATE TO WS-MR-PRIOR-DATE           23845642
238460             END-IF                                               23846040
238500             PERFORM 715-READ-METERRD                             23850017
238600         END-IF                                                   23860017
238700     END-IF.                                                      23870017
241000     MOVE WS-RT-TIER1-LIMIT(WS-RATE-IDX) TO WS-TIER1-LIMIT.       24100004
241100     MOVE WS-RT-TIER2-LIMIT(WS-RATE-IDX) TO WS-TIER2-LIMIT.       24110004
241200     MOVE WS-RT-TIER3-LIMIT(WS-RATE-IDX) TO WS-TIER3-LIMIT.       24120004
241201     MOVE WS-RT-DEMAND-RATE(WS-RATE-IDX) TO WS-DEMAND-RATE.       24120140
241202     MOVE WS-RT-RATCHET-PCT(WS-RATE-IDX) TO WS-RATCHET-PCT.       24120240
241203                                                                  24120342
241204******************************************************************24120442
241205* Decide whether this bill straddles a schedule change: an actual 24120542
241206* read whose period - the last actual read date to this read      24120642
241207* date - takes in the effective date of the class's current       24120742
241208* RATEPARM schedule or the jurisdiction's current TAXPARM         24120842
241209* schedule. The period splits at the rate change when there is    24120942
241210* one, otherwise at the tax change. An estimated bill, or a       24121042
241211* read with no usable prior read date, bills as it always has.    24121142
241212******************************************************************24121242
241213 245-CHECK-PRORATION.                                             24121342
241214     MOVE "N" TO WS-PRORATE-SW.                                   24121442
241215     MOVE "N" TO WS-PRO-RATES-SW.                                 24121542
241216     MOVE "N" TO WS-PRO-TAXES-SW.                                 24121642
241217     MOVE 0 TO WS-PRO-CHANGE-DATE                                 24121742
241218               WS-PRO-TAX-DATE                                    24121842
241219               WS-PRO-TOTAL-DAYS                                  24121942
241220               WS-PRO-OLD-DAYS                                    24122042
241221               WS-PRO-NEW-DAYS                                    24122142
241222               WS-PRO-TAX-OLD-DAYS                                24122242
241223               WS-PRO-OLD-KWH                                     24122342
241224               WS-PRO-NEW-KWH                                     24122442
241225               WS-PRO-OLD-CHARGES                                 24122542
241226               WS-PRO-NEW-CHARGES                                 24122642
241227               WS-PRO-ALLNEW-AMT                                  24122742
241228               WS-PRO-EFFECT.                                     24122842
241229                                                                  24122942
241230     IF WS-METERRD-PRESENT AND WS-READ-FOUND                      24123042
241231         AND WS-MR-READ-STATUS = "A"                              24123142
241232         AND NOT WS-BILL-ESTIMATED                                24123242
241233         AND WS-MR-PRIOR-DATE > 0                                 24123342
241234         AND WS-MR-PRIOR-DATE < WS-MR-READ-DATE                   24123442
241235         AND WS-MR-PRIOR-MM >= 1 AND WS-MR-PRIOR-MM <= 12         24123542
241236         AND WS-MR-READ-MM >= 1 AND WS-MR-READ-MM <= 12           24123642
241237         IF WS-RT-EFF-DATE(WS-RATE-IDX) > WS-MR-PRIOR-DATE        24123742
241238             AND WS-RT-EFF-DATE(WS-RATE-IDX) <= WS-MR-READ-DATE   24123842
241239             MOVE WS-RT-EFF-DATE(WS-RATE-IDX)                     24123942
241240                 TO WS-PRO-CHANGE-DATE                            24124042
241241             SET WS-PRO-OLD-RATES TO TRUE                         24124142
241242         END-IF                                                   24124242
241243         PERFORM 246-FIND-TAX-CHANGE                              24124342
241244         IF WS-PRO-CHANGE-DATE = 0                                24124442
241245             MOVE WS-PRO-TAX-DATE TO WS-PRO-CHANGE-DATE           24124542
241246         END-IF                                                   24124642
241247         IF WS-PRO-CHANGE-DATE > 0                                24124742
241248             PERFORM 247-COUNT-PERIOD-DAYS                        24124842
241249         END-IF                                                   24124942
241250     END-IF.                                                      24125042
241251                                                                  24125142
241252******************************************************************24125242
241253* Look for a TAXPARM effective date inside the read period for    24125342
241254* this customer's jurisdiction.                                   24125442
241255******************************************************************24125542
241256 246-FIND-TAX-CHANGE.                                             24125642
241257     IF WS-TAX-LOADED                                             24125742
241258         SET WS-TAX-IDX TO 1                                      24125842
241259         SEARCH WS-TAX-ENTRY                                      24125942
241260             AT END                                               24126042
241261                 CONTINUE                                         24126142
241262             WHEN WS-TX-JURIS-CODE(WS-TAX-IDX) =                  24126242
241263                     WS-JURIS-CODE                                24126342
241264                 IF WS-TX-EFF-DATE(WS-TAX-IDX) > WS-MR-PRIOR-DATE 24126442
241265                     AND WS-TX-EFF-DATE(WS-TAX-IDX) <=            24126542
241266                         WS-MR-READ-DATE                          24126642
241267                     MOVE WS-TX-EFF-DATE(WS-TAX-IDX)              24126742
241268                         TO WS-PRO-TAX-DATE                       24126842
241269                     SET WS-PRO-OLD-TAXES TO TRUE                 24126942
241270                 END-IF                                           24127042
241271         END-SEARCH                                               24127142
241272     END-IF.                                                      24127242
241273                                                                  24127342
241274******************************************************************24127442
241275* Count the days in the read period and on each side of the       24127542
241276* change date (and of the tax change date when taxes changed on   24127642
241277* a different day). A period too long to carry on BILLXTR is      24127742
241278* not split.                                                      24127842
241279******************************************************************24127942
241280 247-COUNT-PERIOD-DAYS.                                           24128042
241281     MOVE WS-MR-PRIOR-DATE TO WS-DN-DATE8.                        24128142
241282     PERFORM 690-CALC-DAY-NUMBER.                                 24128242
241283     MOVE WS-DAY-NUMBER TO WS-PRO-FROM-DAY.                       24128342
241284     MOVE WS-MR-READ-DATE TO WS-DN-DATE8.                         24128442
241285     PERFORM 690-CALC-DAY-NUMBER.                                 24128542
241286     MOVE WS-DAY-NUMBER TO WS-PRO-TO-DAY.                         24128642
241287     COMPUTE WS-PRO-TOTAL-DAYS = WS-PRO-TO-DAY - WS-PRO-FROM-DAY. 24128742
241288                                                                  24128842
241289     MOVE WS-PRO-CHANGE-DATE TO WS-DN-DATE8.                      24128942
241290     PERFORM 690-CALC-DAY-NUMBER.                                 24129042
241291     COMPUTE WS-PRO-OLD-DAYS = WS-DAY-NUMBER - WS-PRO-FROM-DAY.   24129142
241292     COMPUTE WS-PRO-NEW-DAYS = WS-PRO-TO-DAY - WS-DAY-NUMBER.     24129242
241293                                                                  24129342
241294     IF WS-PRO-OLD-TAXES                                          24129442
241295         MOVE WS-PRO-TAX-DATE TO WS-DN-DATE8                      24129542
241296         PERFORM 690-CALC-DAY-NUMBER                              24129642
241297         COMPUTE WS-PRO-TAX-OLD-DAYS =                            24129742
241298             WS-DAY-NUMBER - WS-PRO-FROM-DAY                      24129842
241299     END-IF.                                                      24129942
241300                                                                  24130042
241301     IF WS-PRO-TOTAL-DAYS > 0 AND WS-PRO-TOTAL-DAYS < 1000        24130142
241302         SET WS-PRORATED TO TRUE                                  24130242
241303     ELSE                                                         24130342
241304         MOVE "N" TO WS-PRO-RATES-SW                              24130442
241305         MOVE "N" TO WS-PRO-TAXES-SW                              24130542
241306         MOVE 0 TO WS-PRO-CHANGE-DATE                             24130642
241307     END-IF.                                                      24130742
241308                                                                  24130840
241309******************************************************************24130940
241310* Decide the kW this account bills on when its class carries a    24131040
241311* demand rate: the actual peak from the demand register times     24131140
241312* the meter's multiplier (an estimated bill repeats last          24131240
241313* cycle's kW), or the ratchet - WS-RATCHET-PCT of the highest     24131340
241314* kW in the prior 11 cycles - when that is greater. Runs before   24131440
241315* 270-UPDATE-HISTORY-ENTRY pushes this cycle onto the history.    24131540
241316******************************************************************24131640
241317 240-DETERMINE-DEMAND.                                            24131740
241318     MOVE 0   TO WS-ACTUAL-KW.                                    24131840
241319     MOVE 0   TO WS-PEAK-KW.                                      24131940
241320     MOVE 0   TO WS-RATCHET-KW.                                   24132040
241321     MOVE 0   TO WS-BILLED-KW.                                    24132140
241322     MOVE "N" TO WS-RATCHET-SW.                                   24132240
241323                                                                  24132340
241324     IF WS-DEMAND-RATE > 0                                        24132440
241325         IF WS-METERRD-PRESENT AND WS-READ-FOUND                  24132540
241326                 AND WS-MR-READ-STATUS = "A"                      24132640
241327             COMPUTE WS-ACTUAL-KW =                               24132740
241328                 WS-MR-DEMAND-READ * WS-METER-MULTIPLIER          24132840
241329                 ON SIZE ERROR                                    24132940
241330                     MOVE 999999.99 TO WS-ACTUAL-KW               24133040
241331             END-COMPUTE                                          24133140
241332         ELSE                                                     24133240
241333             IF WS-HIST-FOUND                                     24133340
241334                 MOVE UH-KW-CYCLE(1) TO WS-ACTUAL-KW              24133440
241335             END-IF                                               24133540
241336         END-IF                                                   24133640
241337                                                                  24133740
241338         IF WS-HIST-FOUND                                         24133840
241339             PERFORM VARYING WS-KW-SUB FROM 1 BY 1                24133940
241340                     UNTIL WS-KW-SUB > 11                         24134040
241341                 IF UH-KW-CYCLE(WS-KW-SUB) > WS-PEAK-KW           24134140
241342                     MOVE UH-KW-CYCLE(WS-KW-SUB) TO WS-PEAK-KW    24134240
241343                 END-IF                                           24134340
241344             END-PERFORM                                          24134440
241345             COMPUTE WS-RATCHET-KW ROUNDED =                      24134540
241346                 WS-PEAK-KW * WS-RATCHET-PCT / 100                24134640
241347         END-IF                                                   24134740
241348                                                                  24134840
241349         IF WS-RATCHET-KW > WS-ACTUAL-KW                          24134940
241350             MOVE WS-RATCHET-KW TO WS-BILLED-KW                   24135040
241351             SET WS-DEMAND-RATCHETED TO TRUE                      24135140
241352         ELSE                                                     24135240
241353             MOVE WS-ACTUAL-KW TO WS-BILLED-KW                    24135340
241354         END-IF                                                   24135440
241355     END-IF.                                                      24135540
241356                                                                  24135604
241400******************************************************************24140006
241500* Look up this account in WS-HISTORY-TABLE and compare WS-KWH-USED24150006
241600* against its last billed cycle. An account with no history yet   24160006
248300         MOVE UH-KWH-CYCLE1 TO UH-KWH-CYCLE2                      24830019
248400         MOVE WS-KWH-USED   TO UH-KWH-CYCLE1                      24840019
248500         PERFORM 275-MARK-HISTORY-ESTIMATE                        24850019
248510         PERFORM 277-PUSH-DEMAND-HISTORY                          24851040
248600         REWRITE USGHIST-REC                                      24860019
248700             INVALID KEY                                          24870019
248800                 DISPLAY 'USGHIST REWRITE FAILED FOR '            24880019
249700         MOVE 0           TO UH-KWH-CYCLE2                        24970019
249800         MOVE 0           TO UH-KWH-CYCLE3                        24980019
249900         PERFORM 275-MARK-HISTORY-ESTIMATE                        24990019
249910         MOVE ZEROS       TO UH-DEMAND-HIST                       24991040
249920         PERFORM 277-PUSH-DEMAND-HISTORY                          24992040
250000         WRITE USGHIST-REC                                        25000019
250100             INVALID KEY                                          25010019
250200                 DISPLAY 'USGHIST WRITE FAILED FOR '              25020019
253200         MOVE SPACE TO UH-EST-FLAG                                25320019
253300         MOVE 0 TO UH-EST-KWH                                     25330019
253400     END-IF.                                                      25340017
253405                                                                  25340540
253410******************************************************************25341040
253415* Age the demand history one cycle (the oldest of the 11 drops    25341540
253420* off) and store this cycle's actual kW as cycle 1.               25342040
253425******************************************************************25342540
253430 277-PUSH-DEMAND-HISTORY.                                         25343040
253435     PERFORM VARYING WS-KW-SUB FROM 11 BY -1                      25343540
253440             UNTIL WS-KW-SUB < 2                                  25344040
253445         MOVE UH-KW-CYCLE(WS-KW-SUB - 1)                          25344540
253450             TO UH-KW-CYCLE(WS-KW-SUB)                            25345040
253455     END-PERFORM.                                                 25345540
253460     MOVE WS-ACTUAL-KW TO UH-KW-CYCLE(1).                         25346040
253500                                                                  25350017
253600******************************************************************25360007
253700* Look up any balance carried from a prior cycle for this account,25370011
257700         MOVE PR-AMOUNT-PAID TO WS-PAYMENT-RECEIVED               25770019
257800     END-IF.                                                      25780011
257900                                                                  25790011
257905     MOVE 0 TO WS-ADJ-AMOUNT.                                     25790535
257910     MOVE "N" TO WS-ADJ-FOUND-SW.                                 25791035
257915     MOVE WS-ACCT-NUM TO AP-ACCT-NUM.                             25791535
257920     READ ADJPOST-FILE                                            25792035
257925         INVALID KEY                                              25792535
257930             CONTINUE                                             25793035
257935         NOT INVALID KEY                                          25793535
257940             SET WS-ADJ-FOUND TO TRUE                             25794035
257945     END-READ.                                                    25794535
257950                                                                  25795035
258000     IF WS-BAL-FOUND                                              25800007
258100*        BALFWD already carries any UTIL2800 adjustment; the      25810035
258110*        statement's PRIOR BALANCE is the balance as last         25811035
258120*        billed, with the adjustment on its own line.             25812035
258130         IF WS-ADJ-FOUND                                          25813035
258140             MOVE AP-ADJ-AMOUNT TO WS-ADJ-AMOUNT                  25814035
258150         END-IF                                                   25815035
258160         COMPUTE WS-PRIOR-BALANCE-AMT =                           25816035
258170             BF-PRIOR-BALANCE - WS-ADJ-AMOUNT                     25817035
258200         COMPUTE WS-NET-PRIOR-BALANCE =                           25820011
258300             BF-PRIOR-BALANCE - WS-PAYMENT-RECEIVED               25830019
258400         IF WS-NET-PRIOR-BALANCE > 0                              25840011
274200                 DISPLAY 'PAYEDIT DELETE FAILED FOR '             27420033
274300                     WS-ACCT-NUM ', STATUS: '                     27430033
274400                     WS-PAYRECV-STATUS                            27440033
274405                 MOVE 16 TO RETURN-CODE                           27440535
274410                 STOP RUN                                         27441035
274415         END-DELETE                                               27441535
274420     END-IF.                                                      27442035
274425                                                                  27442535
274430*    The adjustments are in the carried balance and on this       27443035
274435*    bill's ADJUSTMENTS line - consume them the same way.         27443535
274440     IF WS-ADJ-FOUND AND WS-BAL-FOUND                             27444035
274445         DELETE ADJPOST-FILE                                      27444535
274450             INVALID KEY                                          27445035
274455                 DISPLAY 'ADJPOST DELETE FAILED FOR '             27445535
274460                     WS-ACCT-NUM ', STATUS: '                     27446035
274465                     WS-ADJPOST-STATUS                            27446535
274500                 MOVE 16 TO RETURN-CODE                           27450033
274600                 STOP RUN                                         27460033
274700         END-DELETE                                               27470033
274800     END-IF.                                                      27480033
274900                                                                  27490007
274901     PERFORM 295-POST-LEDGER.                                     27490136
274902                                                                  27490236
274903******************************************************************27490336
274904* Post this bill to ARLEDGER. The ledger already stands at the    27490436
274905* netted prior balance (BALFWD less the payment UTIL1500          27490536
274906* posted), so the charges entry is whatever else it takes to      27490636
274907* reach the balance just carried forward.                         27490736
274908******************************************************************27490836
274909 295-POST-LEDGER.                                                 27490936
274910     MOVE WS-NET-PRIOR-BALANCE TO WS-LEDGER-BALANCE.              27491036
274911     IF WS-BAL-FOUND                                              27491136
274912         COMPUTE WS-LEDGER-CHARGES = WS-CARRY-BALANCE             27491236
274913             - WS-NET-PRIOR-BALANCE - WS-LATE-FEE-AMT             27491336
274914             - WS-RECON-FEE-AMT                                   27491441
274915     ELSE                                                         27491536
274916         COMPUTE WS-LEDGER-CHARGES =                              27491636
274917             WS-TOTAL-BILL - WS-LATE-FEE-AMT                      27491736
274918             - WS-RECON-FEE-AMT                                   27491841
274919     END-IF.                                                      27491936
274920                                                                  27492036
274921     IF WS-LEDGER-CHARGES NOT = 0                                 27492136
274922         MOVE "CHRG" TO AL-TRAN-TYPE                              27492236
274923         MOVE WS-LEDGER-CHARGES TO AL-AMOUNT                      27492336
274924         ADD WS-LEDGER-CHARGES TO WS-LEDGER-BALANCE               27492436
274925         MOVE SPACE TO AL-MEMO-SW                                 27492536
274926         PERFORM 296-WRITE-LEDGER-ENTRY                           27492636
274927     END-IF.                                                      27492736
274928                                                                  27492836
274929     IF WS-LATE-FEE-AMT > 0                                       27492936
274930         MOVE "LFEE" TO AL-TRAN-TYPE                              27493036
274931         MOVE WS-LATE-FEE-AMT TO AL-AMOUNT                        27493136
274932         ADD WS-LATE-FEE-AMT TO WS-LEDGER-BALANCE                 27493236
274933         MOVE SPACE TO AL-MEMO-SW                                 27493341
274934         PERFORM 296-WRITE-LEDGER-ENTRY                           27493441
274935     END-IF.                                                      27493541
274936                                                                  27493641
274937     IF WS-RECON-FEE-AMT > 0                                      27493741
274938         MOVE "RCON" TO AL-TRAN-TYPE                              27493841
274939         MOVE WS-RECON-FEE-AMT TO AL-AMOUNT                       27493941
274940         ADD WS-RECON-FEE-AMT TO WS-LEDGER-BALANCE                27494041
274941         MOVE SPACE TO AL-MEMO-SW                                 27494136
274942         PERFORM 296-WRITE-LEDGER-ENTRY                           27494236
274943     END-IF.                                                      27494336
274944                                                                  27494436
274945     IF WS-CREDIT-APPLIED > 0                                     27494536
274946         MOVE "CRED" TO AL-TRAN-TYPE                              27494636
274947         COMPUTE AL-AMOUNT = 0 - WS-CREDIT-APPLIED                27494736
274948         MOVE "M" TO AL-MEMO-SW                                   27494836
274949         PERFORM 296-WRITE-LEDGER-ENTRY                           27494936
274950     END-IF.                                                      27495036
274951                                                                  27495136
274952******************************************************************27495236
274953* Stamp and write one ARLEDGER entry for the account in hand.     27495336
274954******************************************************************27495436
274955 296-WRITE-LEDGER-ENTRY.                                          27495536
274956     MOVE WS-ACCT-NUM       TO AL-ACCT-NUM.                       27495636
274957     MOVE WS-SYS-DATE8      TO AL-TRAN-DATE.                      27495736
274958     MOVE WS-LEDGER-BALANCE TO AL-RUN-BALANCE.                    27495836
274959     MOVE "UTIL2000"        TO AL-PROGRAM.                        27495936
274960     WRITE ARLEDGER-REC.                                          27496036
274961                                                                  27496136
275000                                                                  27500024
275100******************************************************************27510024
275200* Derive the level amount from the USGHIST average (the           27520024
291200         DISPLAY 'ACCOUNTS HELD FOR FINAL SETTLEMENT: '           29120026
291300             WS-CUST-COUNT-ED                                     29130026
291400     END-IF.                                                      29140029
291410     IF WS-DISC-SKIP-COUNT > 0                                    29141041
291420         MOVE WS-DISC-SKIP-COUNT TO WS-CUST-COUNT-ED              29142041
291430         DISPLAY 'DISCONNECTED, NOT BILLED: '                     29143041
291440             WS-CUST-COUNT-ED                                     29144041
291450     END-IF.                                                      29145041
291500     IF WS-CYCLE-SELECTED                                         29150029
291600         MOVE WS-OUTCYCLE-COUNT TO WS-CUST-COUNT-ED               29160029
291700         DISPLAY 'ACCOUNTS OUTSIDE CYCLE '                        29170029
292400     ELSE                                                         29240009
292500         COMPUTE WS-ACTUAL-COUNT = WS-CUST-COUNT                  29250026
292600             + WS-EXCP-COUNT + WS-FINAL-SKIP-COUNT                29260026
292610             + WS-DISC-SKIP-COUNT                                 29261041
292700         IF WS-ACTUAL-COUNT = WS-EXPECTED-COUNT                   29270009
292800             DISPLAY 'CONTROL TOTALS BALANCED - EXPECTED '        29280009
292900                 WS-EXPECTED-COUNT " ACTUAL " WS-ACTUAL-COUNT     29290009
310900     END-IF.                                                      31090016
311000                                                                  31100016
311100******************************************************************31110027
311102* Open PRORRPT and write its column headers. The rates desk works 31110242
311104* this listing after a rate case takes effect, so it is a         31110442
311106* printed report like REFNDRPT.                                   31110642
311108******************************************************************31110842
311110 196-OPEN-PRORRPT.                                                31111042
311112     IF WS-RESTARTED                                              31111242
311114         OPEN EXTEND PRORRPT-FILE                                 31111442
311116     ELSE                                                         31111642
311118         OPEN OUTPUT PRORRPT-FILE                                 31111842
311120     END-IF.                                                      31112042
311122     IF WS-PRORRPT-STATUS NOT = "00"                              31112242
311124         DISPLAY 'UNABLE TO OPEN PRORRPT, STATUS: '               31112442
311126             WS-PRORRPT-STATUS                                    31112642
311128         STOP RUN                                                 31112842
311130     END-IF.                                                      31113042
311132                                                                  31113242
311134     IF NOT WS-RESTARTED                                          31113442
311136         MOVE SPACES TO WS-BILLREG-LINE                           31113642
311138         STRING "UTIL2000 RATE CHANGE PRORATION LISTING" " "      31113842
311140             "RUN DATE: " WS-RUN-DATE-ED                          31114042
311142             DELIMITED BY SIZE INTO WS-BILLREG-LINE               31114242
311144         MOVE WS-BILLREG-LINE TO PRORRPT-REC                      31114442
311146         WRITE PRORRPT-REC                                        31114642
311148                                                                  31114842
311150         MOVE SPACES TO WS-BILLREG-LINE                           31115042
311152         MOVE WS-BILLREG-LINE TO PRORRPT-REC                      31115242
311154         WRITE PRORRPT-REC                                        31115442
311156                                                                  31115642
311158         MOVE SPACES TO WS-BILLREG-LINE                           31115842
311160         MOVE "ACCOUNT"         TO WS-BILLREG-LINE(1:7)           31116042
311162         MOVE "CL"              TO WS-BILLREG-LINE(9:2)           31116242
311164         MOVE "PRIOR RD"        TO WS-BILLREG-LINE(12:8)          31116442
311166         MOVE "READ"            TO WS-BILLREG-LINE(22:4)          31116642
311168         MOVE "CHANGED"         TO WS-BILLREG-LINE(32:7)          31116842
311170         MOVE "OLD"             TO WS-BILLREG-LINE(42:3)          31117042
311172         MOVE "NEW"             TO WS-BILLREG-LINE(47:3)          31117242
311174         MOVE "KWH"             TO WS-BILLREG-LINE(55:3)          31117442
311176         MOVE "PRORATED BILL"   TO WS-BILLREG-LINE(60:13)         31117642
311178         MOVE "ALL AT NEW RATE" TO WS-BILLREG-LINE(73:15)         31117842
311180         MOVE "EFFECT"          TO WS-BILLREG-LINE(97:6)          31118042
311182         MOVE WS-BILLREG-LINE TO PRORRPT-REC                      31118242
311184         WRITE PRORRPT-REC                                        31118442
311186                                                                  31118642
311188         MOVE SPACES TO WS-BILLREG-LINE                           31118842
311190         MOVE WS-BILLREG-LINE TO PRORRPT-REC                      31119042
311192         WRITE PRORRPT-REC                                        31119242
311194     END-IF.                                                      31119442
311196                                                                  31119642
311198******************************************************************31119842
311200* Open BROKNRPT and write its column headers. Collections         31120027
311300* works this listing, so it is a printed report like              31130027
311400* REFNDRPT.                                                       31140027
314700         MOVE SPACES TO WS-BILLREG-LINE                           31470027
314800         MOVE WS-BILLREG-LINE TO BROKNRPT-REC                     31480027
314900         WRITE BROKNRPT-REC                                       31490027
314905     END-IF.                                                      31490536
314910                                                                  31491036
314915******************************************************************31491536
314920* Open ARLEDGER for extend. The ledger is every account's         31492036
314925* running history, never rebuilt by a cycle, so a fresh run       31492536
314930* and a restart both add to the end of it.                        31493036
314935******************************************************************31493536
314940 199-OPEN-ARLEDGER.                                               31494036
314945     OPEN EXTEND ARLEDGER-FILE.                                   31494536
314950     IF WS-ARLEDGER-STATUS NOT = "00"                             31495036
314955         AND WS-ARLEDGER-STATUS NOT = "05"                        31495536
314960         DISPLAY 'UNABLE TO OPEN ARLEDGER, STATUS: '              31496036
314965             WS-ARLEDGER-STATUS                                   31496536
314970         STOP RUN                                                 31497036
315000     END-IF.                                                      31500027
315100                                                                  31510027
315200                                                                  31520016
320500     ADD WS-TIER4-CHARGE TO WS-CL-REV-TIER4(WS-CLS-IDX).          32050021
320600     ADD WS-SERVICE-FEE  TO WS-CL-SVC-FEES(WS-CLS-IDX).           32060021
320700     ADD WS-LATE-FEE-AMT TO WS-CL-LATE-FEES(WS-CLS-IDX).          32070021
320710     ADD WS-BILLED-KW    TO WS-CL-DEMAND-KW(WS-CLS-IDX).          32071040
320720     ADD WS-DEMAND-CHARGE TO WS-CL-REV-DEMAND(WS-CLS-IDX).        32072040
320800     IF WS-USAGE-SPIKE                                            32080021
320900         ADD 1 TO WS-CL-SPIKE-COUNT(WS-CLS-IDX)                   32090021
321000     END-IF.                                                      32100021
329700     MOVE WS-BILLREG-LINE TO BILLREG-REC.                         32970021
329800     WRITE BILLREG-REC.                                           32980021
329900                                                                  32990021
329905     MOVE SPACES TO WS-BILLREG-LINE.                              32990540
329910     MOVE "  DEMAND KW" TO WS-BILLREG-LINE(1:11).                 32991040
329915     MOVE WS-CL-DEMAND-KW(WS-CLS-IDX) TO WS-KW-TOTAL-ED.          32991540
329920     MOVE WS-KW-TOTAL-ED TO WS-BILLREG-LINE(15:14).               32992040
329925     MOVE "DEMAND REV" TO WS-BILLREG-LINE(32:10).                 32992540
329930     MOVE WS-CL-REV-DEMAND(WS-CLS-IDX) TO WS-MONEY-ED.            32993040
329935     MOVE WS-MONEY-ED TO WS-BILLREG-LINE(44:13).                  32993540
329940     MOVE WS-BILLREG-LINE TO BILLREG-REC.                         32994040
329945     WRITE BILLREG-REC.                                           32994540
329950                                                                  32995040
330000     COMPUTE WS-CL-REV-SUM =                                      33000021
330100         WS-CL-REV-TIER1(WS-CLS-IDX) +                            33010021
330200         WS-CL-REV-TIER2(WS-CLS-IDX) +                            33020021
335600******************************************************************33560021
335700* Append this cycle's class totals to RUNHIST so future runs      33570021
335800* can compare against them. RH-REVENUE carries the energy         33580021
335900* (tier) revenue; fees and demand ride in their own fields.       33590040
336000******************************************************************33600021
336100 820-APPEND-RUN-HISTORY.                                          33610021
336200     OPEN EXTEND RUNHIST-FILE.                                    33620021
338700         MOVE WS-CL-LATE-FEES(WS-CLS-IDX)   TO RH-LATE-FEES       33870021
338800         MOVE WS-CL-SPIKE-COUNT(WS-CLS-IDX) TO RH-SPIKE-COUNT     33880021
338900         MOVE WS-CL-EXCP-COUNT(WS-CLS-IDX)  TO RH-EXCP-COUNT      33890021
338910         MOVE WS-CL-DEMAND-KW(WS-CLS-IDX)   TO RH-DEMAND-KW       33891040
338920         MOVE WS-CL-REV-DEMAND(WS-CLS-IDX)  TO RH-DEMAND-REV      33892040
339000         WRITE RUNHIST-REC                                        33900021
339100         SET WS-CLS-IDX UP BY 1                                   33910021
339200     END-PERFORM.                                                 33920021
344500     CLOSE BROKNRPT-FILE.                                         34450027
344600                                                                  34460027
344700******************************************************************34470020
344702* Write the proration trailer - accounts split and their net      34470242
344704* effect against billing them all at the new schedule - then      34470442
344706* close PRORRPT.                                                  34470642
344708******************************************************************34470842
344710 880-CLOSE-PRORRPT.                                               34471042
344712     MOVE WS-PRO-COUNT TO WS-EXCP-COUNT-ED.                       34471242
344714                                                                  34471442
344716     MOVE SPACES TO WS-BILLREG-LINE.                              34471642
344718     MOVE WS-BILLREG-LINE TO PRORRPT-REC.                         34471842
344720     WRITE PRORRPT-REC.                                           34472042
344722                                                                  34472242
344724     MOVE SPACES TO WS-BILLREG-LINE.                              34472442
344726     STRING "ACCOUNTS PRORATED: " WS-EXCP-COUNT-ED                34472642
344728         DELIMITED BY SIZE INTO WS-BILLREG-LINE.                  34472842
344730     MOVE WS-BILLREG-LINE TO PRORRPT-REC.                         34473042
344732     WRITE PRORRPT-REC.                                           34473242
344734                                                                  34473442
344736     MOVE WS-PRO-TOTAL-EFFECT TO WS-SMONEY-ED.                    34473642
344738     MOVE SPACES TO WS-BILLREG-LINE.                              34473842
344740     STRING "NET EFFECT VS ALL AT NEW RATE: " WS-SMONEY-ED        34474042
344742         DELIMITED BY SIZE INTO WS-BILLREG-LINE.                  34474242
344744     MOVE WS-BILLREG-LINE TO PRORRPT-REC.                         34474442
344746     WRITE PRORRPT-REC.                                           34474642
344748                                                                  34474842
344750     CLOSE PRORRPT-FILE.                                          34475042
344751                                                                  34475144
344752******************************************************************34475242
344800* Open QUOTERPT and write its page headers (quote mode only).     34480020
344900******************************************************************34490020
345000 130-OPEN-QUOTERPT.                                               34500020
350100     END-IF.                                                      35010026
350200                                                                  35020026
350300******************************************************************35030032
350400* A skipped account (pending final settlement, outside the        35040041
350500* cycle due tonight, or a disconnected service with nothing       35050041
350510* read) bills nothing, but its payment must                       35051041
350600* still net into the carried balance - UTIL1500 rebuilds          35060033
350700* PAYEDIT every edit run, so a payment left unapplied here        35070033
350800* would vanish and the account would draw a late fee it           35080033
362200         MOVE "N" TO WS-EST-FLAG-SW                               36220020
362300         MOVE "N" TO WS-TRUEUP-SW                                 36230020
362400         MOVE "N" TO WS-NOREAD-SW                                 36240020
362410         MOVE "N" TO WS-SVC-SKIP-SW                               36241041
362500     END-IF.                                                      36250020
362600                                                                  36260020
362700     PERFORM 500-VALIDATE-RECORD.                                 36270020
368000     MOVE WS-BILLREG-LINE TO QUOTERPT-REC.                        36800020
368100     WRITE QUOTERPT-REC.                                          36810020
368200                                                                  36820020
368205     IF WS-DEMAND-RATE > 0                                        36820540
368210         MOVE SPACES TO WS-BILLREG-LINE                           36821040
368215         MOVE "  DEMAND KW" TO WS-BILLREG-LINE(1:11)              36821540
368220         MOVE WS-BILLED-KW TO WS-KW-ED                            36822040
368225         MOVE WS-KW-ED TO WS-BILLREG-LINE(16:10)                  36822540
368230         IF WS-DEMAND-RATCHETED                                   36823040
368235             MOVE "(RATCHET)" TO WS-BILLREG-LINE(27:9)            36823540
368240         END-IF                                                   36824040
368245         MOVE "CHARGE" TO WS-BILLREG-LINE(38:6)                   36824540
368250         MOVE WS-DEMAND-CHARGE TO WS-MONEY-ED                     36825040
368255         MOVE WS-MONEY-ED TO WS-BILLREG-LINE(45:13)               36825540
368260         MOVE WS-BILLREG-LINE TO QUOTERPT-REC                     36826040
368265         WRITE QUOTERPT-REC                                       36826540
368270     END-IF.                                                      36827040
368275                                                                  36827540
368300     MOVE SPACES TO WS-BILLREG-LINE.                              36830020
368400     MOVE "  SERVICE FEE" TO WS-BILLREG-LINE(1:13).               36840020
368500     MOVE WS-SERVICE-FEE TO WS-MONEY-ED.                          36850020
372900 610-CALC-BILL.                                                   37290012
373000     PERFORM 100-INITIALIZE.                                      37300000
373100     PERFORM 250-SELECT-RATE-FOR-CLASS.                           37310004
373105     PERFORM 245-CHECK-PRORATION.                                 37310542
373110     PERFORM 240-DETERMINE-DEMAND.                                37311040
373200     PERFORM 260-CHECK-USAGE-SPIKE.                               37320006
373300     PERFORM 265-SET-USAGE-FLAG.                                  37330017
373400     IF NOT WS-QUOTE-MODE                                         37340020
373500         PERFORM 270-UPDATE-HISTORY-ENTRY                         37350020
373510         IF WS-CHANGE-OUT-BILL                                    37351039
373520             PERFORM 235-MARK-FINAL-BILLED                        37352039
373530         END-IF                                                   37353039
373600     END-IF.                                                      37360020
373700     IF WS-PRO-OLD-RATES                                          37370042
373800         PERFORM 320-CALC-PRORATED-CHARGES                        37380042
373810     ELSE                                                         37381042
373820         PERFORM 200-CALC-TIERS                                   37382042
373830         PERFORM 300-CALC-CHARGES                                 37383042
373840         IF WS-PRORATED                                           37384042
373850             PERFORM 321-SPLIT-BY-DAYS                            37385042
373860         END-IF                                                   37386042
373870     END-IF.                                                      37387042
373900     PERFORM 310-CALC-TAXES.                                      37390018
373902     IF WS-PRORATED                                               37390242
373904         PERFORM 330-MEASURE-PRORATION                            37390442
373906     END-IF.                                                      37390642
373910     PERFORM 315-ADD-RECONNECT-FEE.                               37391041
374000     PERFORM 280-CALC-PAST-DUE.                                   37400007
374100     IF NOT WS-QUOTE-MODE                                         37410020
374200         PERFORM 285-APPLY-BUDGET-PLAN                            37420024
375500              WS-TIER2-CHARGE                                     37550000
375600              WS-TIER3-CHARGE                                     37560000
375700              WS-TIER4-CHARGE                                     37570004
375710              WS-DEMAND-CHARGE                                    37571040
375800              WS-SUBTOTAL                                         37580000
375900              WS-TOTAL-BILL.                                      37590000
376000                                                                  37600000
380000     END-IF.                                                      38000000
380100                                                                  38010000
380200******************************************************************38020000
380300* COMPUTE charges using ROUNDED and compute totals. The demand    38030040
380310* charge rides in the subtotal with the energy charges, so it     38031040
380320* is taxed and counted in budget actuals the same way.            38032040
380400******************************************************************38040000
380500 300-CALC-CHARGES.                                                38050000
380600     COMPUTE WS-TIER1-CHARGE ROUNDED =                            38060000
381500     COMPUTE WS-TIER4-CHARGE ROUNDED =                            38150004
381600         WS-TIER4-KWH * WS-RATE-TIER4.                            38160004
381700                                                                  38170004
381710     COMPUTE WS-DEMAND-CHARGE ROUNDED =                           38171040
381720         WS-BILLED-KW * WS-DEMAND-RATE.                           38172040
381730                                                                  38173040
381800     COMPUTE WS-SUBTOTAL = WS-TIER1-CHARGE +                      38180000
381900           WS-TIER2-CHARGE + WS-TIER3-CHARGE + WS-TIER4-CHARGE    38190004
381910           + WS-DEMAND-CHARGE                                     38191040
382000                                                                  38200000
382100     COMPUTE WS-TOTAL-BILL =                                      38210000
382200         WS-SUBTOTAL + WS-SERVICE-FEE.                            38220000
382300                                                                  38230000
382400******************************************************************38240018
382401* Price a bill split at a rate change. First the whole period at  38240142
382402* the current schedule (what it would have billed unsplit), then  38240242
382403* the days before the change at the schedule it replaced and the  38240342
382404* days after at the current one, each with its share of the kWh,  38240442
382405* the service fee, the demand charge, and the tier limits. The    38240542
382406* two portions add back into the tier fields, so everything       38240642
382407* downstream sees one bill.                                       38240742
382408******************************************************************38240842
382409 320-CALC-PRORATED-CHARGES.                                       38240942
382410     PERFORM 200-CALC-TIERS.                                      38241042
382411     PERFORM 300-CALC-CHARGES.                                    38241142
382412     COMPUTE WS-PRO-ALLNEW-AMT = WS-SUBTOTAL + WS-SERVICE-FEE.    38241242
382413                                                                  38241342
382414     MOVE WS-KWH-USED TO WS-PRO-KWH-SAVE.                         38241442
382415     COMPUTE WS-PRO-OLD-KWH ROUNDED =                             38241542
382416         WS-KWH-USED * WS-PRO-OLD-DAYS / WS-PRO-TOTAL-DAYS.       38241642
382417     COMPUTE WS-PRO-NEW-KWH = WS-KWH-USED - WS-PRO-OLD-KWH.       38241742
382418     COMPUTE WS-PRO-OLD-FEE ROUNDED =                             38241842
382419         WS-SERVICE-FEE * WS-PRO-OLD-DAYS / WS-PRO-TOTAL-DAYS.    38241942
382420     COMPUTE WS-PRO-NEW-FEE = WS-SERVICE-FEE - WS-PRO-OLD-FEE.    38242042
382421                                                                  38242142
382422*   Days before the change, at the schedule it replaced.          38242242
382423     PERFORM 322-SET-PRIOR-RATES.                                 38242342
382424     MOVE WS-PRO-OLD-KWH  TO WS-KWH-USED.                         38242442
382425     MOVE WS-PRO-OLD-DAYS TO WS-PRO-PART-DAYS.                    38242542
382426     PERFORM 324-PRICE-PORTION.                                   38242642
382427     MOVE WS-TIER1-KWH     TO WS-PRO-TIER1-KWH.                   38242742
382428     MOVE WS-TIER2-KWH     TO WS-PRO-TIER2-KWH.                   38242842
382429     MOVE WS-TIER3-KWH     TO WS-PRO-TIER3-KWH.                   38242942
382430     MOVE WS-TIER4-KWH     TO WS-PRO-TIER4-KWH.                   38243042
382431     MOVE WS-TIER1-CHARGE  TO WS-PRO-TIER1-CHARGE.                38243142
382432     MOVE WS-TIER2-CHARGE  TO WS-PRO-TIER2-CHARGE.                38243242
382433     MOVE WS-TIER3-CHARGE  TO WS-PRO-TIER3-CHARGE.                38243342
382434     MOVE WS-TIER4-CHARGE  TO WS-PRO-TIER4-CHARGE.                38243442
382435     MOVE WS-DEMAND-CHARGE TO WS-PRO-DEMAND-CHARGE.               38243542
382436     COMPUTE WS-PRO-OLD-CHARGES = WS-SUBTOTAL + WS-PRO-OLD-FEE.   38243642
382437                                                                  38243742
382438*   Days from the change on, at the current schedule.             38243842
382439     PERFORM 323-SET-CURRENT-RATES.                               38243942
382440     MOVE WS-PRO-NEW-KWH  TO WS-KWH-USED.                         38244042
382441     MOVE WS-PRO-NEW-DAYS TO WS-PRO-PART-DAYS.                    38244142
382442     PERFORM 324-PRICE-PORTION.                                   38244242
382443     COMPUTE WS-PRO-NEW-CHARGES = WS-SUBTOTAL + WS-PRO-NEW-FEE.   38244342
382444                                                                  38244442
382445     ADD WS-PRO-TIER1-KWH     TO WS-TIER1-KWH.                    38244542
382446     ADD WS-PRO-TIER2-KWH     TO WS-TIER2-KWH.                    38244642
382447     ADD WS-PRO-TIER3-KWH     TO WS-TIER3-KWH.                    38244742
382448     ADD WS-PRO-TIER4-KWH     TO WS-TIER4-KWH.                    38244842
382449     ADD WS-PRO-TIER1-CHARGE  TO WS-TIER1-CHARGE.                 38244942
382450     ADD WS-PRO-TIER2-CHARGE  TO WS-TIER2-CHARGE.                 38245042
382451     ADD WS-PRO-TIER3-CHARGE  TO WS-TIER3-CHARGE.                 38245142
382452     ADD WS-PRO-TIER4-CHARGE  TO WS-TIER4-CHARGE.                 38245242
382453     ADD WS-PRO-DEMAND-CHARGE TO WS-DEMAND-CHARGE.                38245342
382454     MOVE WS-PRO-KWH-SAVE TO WS-KWH-USED.                         38245442
382455     PERFORM 323-SET-CURRENT-RATES.                               38245542
382456                                                                  38245642
382457     COMPUTE WS-SUBTOTAL = WS-TIER1-CHARGE +                      38245742
382458           WS-TIER2-CHARGE + WS-TIER3-CHARGE + WS-TIER4-CHARGE    38245842
382459           + WS-DEMAND-CHARGE.                                    38245942
382460     COMPUTE WS-TOTAL-BILL =                                      38246042
382461         WS-SUBTOTAL + WS-SERVICE-FEE.                            38246142
382462                                                                  38246242
382463******************************************************************38246342
382464* A bill split only at a tax change prices as one period at the   38246442
382465* current rates; its charges split by days for the taxes and      38246542
382466* the statement.                                                  38246642
382467******************************************************************38246742
382468 321-SPLIT-BY-DAYS.                                               38246842
382469     COMPUTE WS-PRO-ALLNEW-AMT = WS-SUBTOTAL + WS-SERVICE-FEE.    38246942
382470     COMPUTE WS-PRO-OLD-KWH ROUNDED =                             38247042
382471         WS-KWH-USED * WS-PRO-OLD-DAYS / WS-PRO-TOTAL-DAYS.       38247142
382472     COMPUTE WS-PRO-NEW-KWH = WS-KWH-USED - WS-PRO-OLD-KWH.       38247242
382473     COMPUTE WS-PRO-OLD-CHARGES ROUNDED =                         38247342
382474         WS-PRO-ALLNEW-AMT * WS-PRO-OLD-DAYS / WS-PRO-TOTAL-DAYS. 38247442
382475     COMPUTE WS-PRO-NEW-CHARGES =                                 38247542
382476         WS-PRO-ALLNEW-AMT - WS-PRO-OLD-CHARGES.                  38247642
382477                                                                  38247742
382478******************************************************************38247842
382479* Load the schedule the class's current one replaced.             38247942
382480******************************************************************38248042
382481 322-SET-PRIOR-RATES.                                             38248142
382482     MOVE WS-RT-OLD-RATE-TIER1(WS-RATE-IDX)  TO WS-RATE-TIER1.    38248242
382483     MOVE WS-RT-OLD-RATE-TIER2(WS-RATE-IDX)  TO WS-RATE-TIER2.    38248342
382484     MOVE WS-RT-OLD-RATE-TIER3(WS-RATE-IDX)  TO WS-RATE-TIER3.    38248442
382485     MOVE WS-RT-OLD-RATE-TIER4(WS-RATE-IDX)  TO WS-RATE-TIER4.    38248542
382486     MOVE WS-RT-OLD-TIER1-LIMIT(WS-RATE-IDX) TO WS-TIER1-LIMIT.   38248642
382487     MOVE WS-RT-OLD-TIER2-LIMIT(WS-RATE-IDX) TO WS-TIER2-LIMIT.   38248742
382488     MOVE WS-RT-OLD-TIER3-LIMIT(WS-RATE-IDX) TO WS-TIER3-LIMIT.   38248842
382489     MOVE WS-RT-OLD-DEMAND-RATE(WS-RATE-IDX) TO WS-DEMAND-RATE.   38248942
382490                                                                  38249042
382491******************************************************************38249142
382492* Load the class's current schedule back, as 250-SELECT-RATE-     38249242
382493* FOR-CLASS left it.                                              38249342
382494******************************************************************38249442
382495 323-SET-CURRENT-RATES.                                           38249542
382496     MOVE WS-RT-RATE-TIER1(WS-RATE-IDX)  TO WS-RATE-TIER1.        38249642
382497     MOVE WS-RT-RATE-TIER2(WS-RATE-IDX)  TO WS-RATE-TIER2.        38249742
382498     MOVE WS-RT-RATE-TIER3(WS-RATE-IDX)  TO WS-RATE-TIER3.        38249842
382499     MOVE WS-RT-RATE-TIER4(WS-RATE-IDX)  TO WS-RATE-TIER4.        38249942
382500     MOVE WS-RT-TIER1-LIMIT(WS-RATE-IDX) TO WS-TIER1-LIMIT.       38250042
382501     MOVE WS-RT-TIER2-LIMIT(WS-RATE-IDX) TO WS-TIER2-LIMIT.       38250142
382502     MOVE WS-RT-TIER3-LIMIT(WS-RATE-IDX) TO WS-TIER3-LIMIT.       38250242
382503     MOVE WS-RT-DEMAND-RATE(WS-RATE-IDX) TO WS-DEMAND-RATE.       38250342
382504                                                                  38250442
382505******************************************************************38250542
382506* Price one portion of a split bill: tier limits cut to the       38250642
382507* portion's share of the period, tiers and charges as usual, and  38250742
382508* the demand charge for the portion's days only.                  38250842
382509******************************************************************38250942
382510 324-PRICE-PORTION.                                               38251042
382511     COMPUTE WS-TIER1-LIMIT ROUNDED =                             38251142
382512         WS-TIER1-LIMIT * WS-PRO-PART-DAYS / WS-PRO-TOTAL-DAYS.   38251242
382513     COMPUTE WS-TIER2-LIMIT ROUNDED =                             38251342
382514         WS-TIER2-LIMIT * WS-PRO-PART-DAYS / WS-PRO-TOTAL-DAYS.   38251442
382515     COMPUTE WS-TIER3-LIMIT ROUNDED =                             38251542
382516         WS-TIER3-LIMIT * WS-PRO-PART-DAYS / WS-PRO-TOTAL-DAYS.   38251642
382517     PERFORM 200-CALC-TIERS.                                      38251742
382518     PERFORM 300-CALC-CHARGES.                                    38251842
382519     COMPUTE WS-DEMAND-CHARGE ROUNDED =                           38251942
382520         WS-BILLED-KW * WS-DEMAND-RATE * WS-PRO-PART-DAYS         38252042
382521         / WS-PRO-TOTAL-DAYS.                                     38252142
382522     COMPUTE WS-SUBTOTAL = WS-TIER1-CHARGE +                      38252242
382523           WS-TIER2-CHARGE + WS-TIER3-CHARGE + WS-TIER4-CHARGE    38252342
382524           + WS-DEMAND-CHARGE.                                    38252442
382525                                                                  38252542
382526******************************************************************38252642
382527* Compute the state utility tax and city franchise fee for the    38252718
382600* customer's jurisdiction on the energy charges plus service      38260018
382700* fee (past-due amounts were taxed when first billed, so they     38270018
382800* are not in the base) and add them to the bill. A jurisdiction   38280018
384700     IF WS-TAX-FOUND                                              38470018
384800         COMPUTE WS-TAX-BASE =                                    38480018
384900             WS-SUBTOTAL + WS-SERVICE-FEE                         38490018
385000         IF WS-PRO-OLD-TAXES                                      38500042
385100             PERFORM 312-CALC-SPLIT-TAXES                         38510042
385200         ELSE                                                     38520042
385300             COMPUTE WS-STATE-TAX-AMT ROUNDED =                   38530042
385310                 WS-TAX-BASE * WS-TX-STATE-RATE(WS-TAX-IDX)       38531042
385320             COMPUTE WS-FRANCHISE-AMT ROUNDED =                   38532042
385330                 WS-TAX-BASE * WS-TX-FRANCHISE-RATE(WS-TAX-IDX)   38533042
385340         END-IF                                                   38534042
385400         ADD WS-STATE-TAX-AMT  TO WS-TOTAL-BILL                   38540018
385500         ADD WS-FRANCHISE-AMT  TO WS-TOTAL-BILL                   38550018
385600     END-IF.                                                      38560018
385602                                                                  38560242
385604******************************************************************38560442
385606* Tax a bill whose read period takes in a TAXPARM change: the     38560642
385608* part of the base before the change at the schedule it replaced, 38560842
385610* the rest at the current one. When the rates split on the same   38561042
385612* day the base splits the same way the charges did; otherwise it  38561242
385614* splits by days.                                                 38561442
385616******************************************************************38561642
385618 312-CALC-SPLIT-TAXES.                                            38561842
385620     IF WS-PRO-TAX-DATE = WS-PRO-CHANGE-DATE                      38562042
385622         MOVE WS-PRO-OLD-CHARGES TO WS-PRO-OLD-BASE               38562242
385624     ELSE                                                         38562442
385626         COMPUTE WS-PRO-OLD-BASE ROUNDED = WS-TAX-BASE            38562642
385628             * WS-PRO-TAX-OLD-DAYS / WS-PRO-TOTAL-DAYS            38562842
385630     END-IF.                                                      38563042
385632     COMPUTE WS-PRO-NEW-BASE = WS-TAX-BASE - WS-PRO-OLD-BASE.     38563242
385634     COMPUTE WS-STATE-TAX-AMT ROUNDED =                           38563442
385636         WS-PRO-OLD-BASE * WS-TX-OLD-STATE-RATE(WS-TAX-IDX)       38563642
385638         + WS-PRO-NEW-BASE * WS-TX-STATE-RATE(WS-TAX-IDX).        38563842
385640     COMPUTE WS-FRANCHISE-AMT ROUNDED =                           38564042
385642         WS-PRO-OLD-BASE * WS-TX-OLD-FRAN-RATE(WS-TAX-IDX)        38564242
385644         + WS-PRO-NEW-BASE * WS-TX-FRANCHISE-RATE(WS-TAX-IDX).    38564442
385646                                                                  38564642
385648******************************************************************38564842
385650* Set what a split bill came to against what the period bills     38565042
385652* entirely at the current rate and tax schedules - charges,       38565242
385654* service fee and taxes; positive means the split billed more.    38565442
385656******************************************************************38565642
385658 330-MEASURE-PRORATION.                                           38565842
385660     MOVE 0 TO WS-PRO-ALLNEW-TAX.                                 38566042
385662     IF WS-TAX-FOUND                                              38566242
385664         COMPUTE WS-PRO-WORK-AMT ROUNDED =                        38566442
385666             WS-PRO-ALLNEW-AMT * WS-TX-STATE-RATE(WS-TAX-IDX)     38566642
385668         MOVE WS-PRO-WORK-AMT TO WS-PRO-ALLNEW-TAX                38566842
385670         COMPUTE WS-PRO-WORK-AMT ROUNDED =                        38567042
385672             WS-PRO-ALLNEW-AMT * WS-TX-FRANCHISE-RATE(WS-TAX-IDX) 38567242
385674         ADD WS-PRO-WORK-AMT TO WS-PRO-ALLNEW-TAX                 38567442
385676     END-IF.                                                      38567642
385678     COMPUTE WS-PRO-BILLED-AMT = WS-SUBTOTAL + WS-SERVICE-FEE     38567842
385680         + WS-STATE-TAX-AMT + WS-FRANCHISE-AMT.                   38568042
385682     ADD WS-PRO-ALLNEW-TAX TO WS-PRO-ALLNEW-AMT.                  38568242
385684     COMPUTE WS-PRO-EFFECT =                                      38568442
385686         WS-PRO-BILLED-AMT - WS-PRO-ALLNEW-AMT.                   38568642
385700                                                                  38570018
385702******************************************************************38570241
385704* The first bill after UTIL3300 completes a reconnect carries     38570441
385706* the reconnect fee. It is a service charge, not energy, so it    38570641
385708* goes on after the taxes and outside the tax base. A real run    38570841
385710* turns the fee switch off so the fee bills only once.            38571041
385712******************************************************************38571241
385714 315-ADD-RECONNECT-FEE.                                           38571441
385716     MOVE 0 TO WS-RECON-FEE-AMT.                                  38571641
385718     IF WS-RECON-FEE-DUE                                          38571841
385720         MOVE WS-RECON-FEE TO WS-RECON-FEE-AMT                    38572041
385722         ADD WS-RECON-FEE-AMT TO WS-TOTAL-BILL                    38572241
385724         IF NOT WS-QUOTE-MODE                                     38572441
385726             MOVE "N" TO SS-RECON-FEE-SW                          38572641
385728             REWRITE SVCSTAT-REC                                  38572841
385730                 INVALID KEY                                      38573041
385732                     DISPLAY 'SVCSTAT REWRITE FAILED FOR '        38573241
385734                         WS-ACCT-NUM ', STATUS: '                 38573441
385736                         WS-SVCSTAT-STATUS                        38573641
385738                     MOVE 16 TO RETURN-CODE                       38573841
385740                     STOP RUN                                     38574041
385742             END-REWRITE                                          38574241
385744         END-IF                                                   38574441
385746     END-IF.                                                      38574641
385748                                                                  38574841
385800                                                                  38580000
385900******************************************************************38590002
386000* Build and write one BILLREG detail line; roll up run totals.    38600002
390200                                                                  39020007
390300     IF WS-PAST-DUE-AMT > 0                                       39030007
390400         PERFORM 450-WRITE-PAST-DUE-LINE                          39040007
390410     END-IF.                                                      39041041
390420                                                                  39042041
390430     IF WS-RECON-FEE-AMT > 0                                      39043041
390440         PERFORM 462-WRITE-RECON-LINE                             39044041
390500     END-IF.                                                      39050007
390600                                                                  39060024
390700     IF WS-BUDGET-BILL                                            39070024
391000                                                                  39100027
391100     IF WS-ARNG-CURRENT                                           39110027
391200         PERFORM 458-WRITE-ARNG-LINE                              39120027
391210     END-IF.                                                      39121040
391220                                                                  39122040
391230     IF WS-DEMAND-CHARGE > 0                                      39123040
391240         PERFORM 461-WRITE-DEMAND-LINE                            39124040
391250     END-IF.                                                      39125042
391260                                                                  39126042
391270     IF WS-PRORATED                                               39127042
391280         PERFORM 463-WRITE-PRORATE-LINE                           39128042
391290         PERFORM 464-WRITE-PRORRPT-LINE                           39129042
391300     END-IF.                                                      39130027
391400                                                                  39140016
391500     IF WS-STATE-TAX-AMT > 0 OR WS-FRANCHISE-AMT > 0              39150018
391600         PERFORM 457-WRITE-TAX-LINE                               39160018
391700     END-IF.                                                      39170018
391800                                                                  39180018
391810     IF WS-ADJ-AMOUNT NOT = 0                                     39181035
391820         PERFORM 459-WRITE-ADJ-LINE                               39182035
391830     END-IF.                                                      39183035
391840                                                                  39184035
391900     IF WS-CREDIT-APPLIED > 0 OR WS-CREDIT-REMAINING > 0          39190016
392000         PERFORM 455-WRITE-CREDIT-LINE                            39200016
392100     END-IF.                                                      39210016
400400     WRITE BILLREG-REC.                                           40040027
400500                                                                  40050016
400600******************************************************************40060016
400605* Write a distinct ADJUSTMENTS line under the detail line         40060535
400610* when UTIL2800 posted adjustments to the account since its       40061035
400615* last bill, so the register shows the balance moved by           40061535
400620* something other than a bill or a payment.                       40062035
400625******************************************************************40062535
400630 459-WRITE-ADJ-LINE.                                              40063035
400635     MOVE WS-ADJ-AMOUNT TO WS-SMONEY-ED.                          40063535
400640     MOVE SPACES TO WS-BILLREG-LINE.                              40064035
400645     STRING "     >>> ADJUSTMENTS: " WS-SMONEY-ED " <<<"          40064535
400650         DELIMITED BY SIZE INTO WS-BILLREG-LINE.                  40065035
400655     MOVE WS-BILLREG-LINE TO BILLREG-REC.                         40065535
400660     WRITE BILLREG-REC.                                           40066035
400665                                                                  40066535
400670******************************************************************40067035
400700* Write one refund candidate line: the credit left after this     40070016
400800* cycle's bill is over the refund threshold, so the refunds       40080016
400900* desk should cut this customer a check.                          40090016
403500     WRITE BILLREG-REC.                                           40350018
403600                                                                  40360018
403700******************************************************************40370010
403702* Write a DEMAND line under the detail line: actual and billed    40370240
403704* kW, flagged when the ratchet set the billed kW, and the         40370440
403706* demand charge.                                                  40370640
403708******************************************************************40370840
403710 461-WRITE-DEMAND-LINE.                                           40371040
403712     MOVE WS-ACTUAL-KW     TO WS-KW-ED.                           40371240
403714     MOVE WS-BILLED-KW     TO WS-KW-ED2.                          40371440
403716     MOVE WS-DEMAND-CHARGE TO WS-MONEY-ED.                        40371640
403718     MOVE SPACES TO WS-BILLREG-LINE.                              40371840
403720     IF WS-DEMAND-RATCHETED                                       40372040
403722         STRING "     >>> DEMAND: ACTUAL " WS-KW-ED               40372240
403724             " KW  BILLED " WS-KW-ED2 " KW (RATCHET)  CHARGE "    40372440
403726             WS-MONEY-ED " <<<"                                   40372640
403728             DELIMITED BY SIZE INTO WS-BILLREG-LINE               40372840
403730     ELSE                                                         40373040
403732         STRING "     >>> DEMAND: ACTUAL " WS-KW-ED               40373240
403734             " KW  BILLED " WS-KW-ED2 " KW  CHARGE "              40373440
403736             WS-MONEY-ED " <<<"                                   40373640
403738             DELIMITED BY SIZE INTO WS-BILLREG-LINE               40373840
403740     END-IF.                                                      40374040
403742     MOVE WS-BILLREG-LINE TO BILLREG-REC.                         40374240
403744     WRITE BILLREG-REC.                                           40374440
403745                                                                  40374542
403746******************************************************************40374642
403747* Write a RATE CHANGE line under the detail line for a bill split 40374742
403748* at a schedule change: the change date and the days and charges  40374842
403749* on each side of it.                                             40374942
403750******************************************************************40375042
403751 463-WRITE-PRORATE-LINE.                                          40375142
403752     MOVE WS-PRO-CHANGE-DATE TO WS-DN-DATE8.                      40375242
403753     PERFORM 465-FORMAT-PRO-DATE.                                 40375342
403754     MOVE WS-PRO-OLD-DAYS    TO WS-PRO-DAYS-ED.                   40375442
403755     MOVE WS-PRO-NEW-DAYS    TO WS-PRO-DAYS-ED2.                  40375542
403756     MOVE WS-PRO-OLD-CHARGES TO WS-MONEY-ED.                      40375642
403757     MOVE WS-PRO-NEW-CHARGES TO WS-MONEY-ED2.                     40375742
403758     MOVE SPACES TO WS-BILLREG-LINE.                              40375842
403759     STRING "     >>> RATE CHANGE " WS-PRO-DATE-ED                40375942
403760         ": OLD RATE " WS-PRO-DAYS-ED " DAYS " WS-MONEY-ED        40376042
403761         "  NEW RATE " WS-PRO-DAYS-ED2 " DAYS " WS-MONEY-ED2      40376142
403762         " <<<"                                                   40376242
403763         DELIMITED BY SIZE INTO WS-BILLREG-LINE.                  40376342
403764     MOVE WS-BILLREG-LINE TO BILLREG-REC.                         40376442
403765     WRITE BILLREG-REC.                                           40376542
403766                                                                  40376642
403767******************************************************************40376742
403768* List a split bill on PRORRPT - the read period, the change      40376842
403769* date, the days each side, what it billed and what it would      40376942
403770* have billed all at the new schedule - and roll the totals.      40377042
403771******************************************************************40377142
403772 464-WRITE-PRORRPT-LINE.                                          40377242
403773     MOVE SPACES TO WS-BILLREG-LINE.                              40377342
403774     MOVE WS-ACCT-NUM   TO WS-BILLREG-LINE(1:6).                  40377442
403775     MOVE WS-CLASS-CODE TO WS-BILLREG-LINE(9:1).                  40377542
403776     MOVE WS-MR-PRIOR-DATE TO WS-DN-DATE8.                        40377642
403777     PERFORM 465-FORMAT-PRO-DATE.                                 40377742
403778     MOVE WS-PRO-DATE-ED TO WS-BILLREG-LINE(12:8).                40377842
403779     MOVE WS-MR-READ-DATE TO WS-DN-DATE8.                         40377942
403780     PERFORM 465-FORMAT-PRO-DATE.                                 40378042
403781     MOVE WS-PRO-DATE-ED TO WS-BILLREG-LINE(22:8).                40378142
403782     MOVE WS-PRO-CHANGE-DATE TO WS-DN-DATE8.                      40378242
403783     PERFORM 465-FORMAT-PRO-DATE.                                 40378342
403784     MOVE WS-PRO-DATE-ED TO WS-BILLREG-LINE(32:8).                40378442
403785     MOVE WS-PRO-OLD-DAYS TO WS-PRO-DAYS-ED.                      40378542
403786     MOVE WS-PRO-DAYS-ED  TO WS-BILLREG-LINE(42:3).               40378642
403787     MOVE WS-PRO-NEW-DAYS TO WS-PRO-DAYS-ED.                      40378742
403788     MOVE WS-PRO-DAYS-ED  TO WS-BILLREG-LINE(47:3).               40378842
403789     MOVE WS-KWH-USED     TO WS-PRO-KWH-ED.                       40378942
403790     MOVE WS-PRO-KWH-ED   TO WS-BILLREG-LINE(52:6).               40379042
403791     MOVE WS-PRO-BILLED-AMT TO WS-MONEY-ED.                       40379142
403792     MOVE WS-MONEY-ED     TO WS-BILLREG-LINE(60:13).              40379242
403793     MOVE WS-PRO-ALLNEW-AMT TO WS-MONEY-ED.                       40379342
403794     MOVE WS-MONEY-ED     TO WS-BILLREG-LINE(75:13).              40379442
403795     MOVE WS-PRO-EFFECT   TO WS-SMONEY-ED.                        40379542
403796     MOVE WS-SMONEY-ED    TO WS-BILLREG-LINE(89:14).              40379642
403797     MOVE WS-BILLREG-LINE TO PRORRPT-REC.                         40379742
403798     WRITE PRORRPT-REC.                                           40379842
403799     ADD 1 TO WS-PRO-COUNT.                                       40379942
403800     ADD WS-PRO-EFFECT TO WS-PRO-TOTAL-EFFECT.                    40380042
403801                                                                  40380142
403802******************************************************************40380242
403803* Format the date in WS-DN-DATE8 as MM/DD/YY into WS-PRO-DATE-ED. 40380342
403804******************************************************************40380442
403805 465-FORMAT-PRO-DATE.                                             40380542
403806     MOVE SPACES TO WS-PRO-DATE-ED.                               40380642
403807     STRING WS-DN-MM "/" WS-DN-DD "/" WS-DN-CCYY(3:2)             40380742
403808         DELIMITED BY SIZE INTO WS-PRO-DATE-ED.                   40380842
403809                                                                  40380940
403810******************************************************************40381041
403811* Write a distinct RECONNECT FEE line under the detail line on    40381141
403812* the first bill after a disconnected service was restored.       40381241
403813******************************************************************40381341
403814 462-WRITE-RECON-LINE.                                            40381441
403815     MOVE WS-RECON-FEE-AMT TO WS-MONEY-ED.                        40381541
403816     MOVE SPACES TO WS-BILLREG-LINE.                              40381641
403817     STRING "     >>> RECONNECT FEE: " WS-MONEY-ED " <<<"         40381741
403818         DELIMITED BY SIZE INTO WS-BILLREG-LINE.                  40381841
403819     MOVE WS-BILLREG-LINE TO BILLREG-REC.                         40381941
403820     WRITE BILLREG-REC.                                           40382041
403821                                                                  40382141
403822******************************************************************40382240
403823* Write the GLEXPORT records for this billed customer: this       40382344
403900* cycle's energy charges plus service fee under the class's       40390044
404000* GLMAP revenue code, and the state tax and franchise fee under   40400044
404100* their own GLMAP liability codes, so the GL feed stops booking   40410044
404110* tax as revenue. The demand charge posts as its own DMND row,    40411044
404120* a reconnect fee as its own RCNF row, and a late fee as its      40412044
404130* own LFEE row. The prior balance (or installment) re-billed      40413044
404200* here hit the GL when first billed, a budget level amount is     40420044
404300* only what the customer is asked to pay, and credits reach the   40430044
404400* GL as UTIL2800 adjustments - none of them is revenue again.     40440044
404500******************************************************************40450010
404600 470-WRITE-GL-EXPORT.                                             40460010
404700     MOVE WS-CLASS-CODE TO WS-GL-CLASS-CODE.                      40470038
405600                                                                  40560010
405700     COMPUTE WS-GL-REVENUE-AMT = WS-SUBTOTAL                      40570044
405800         + WS-SERVICE-FEE - WS-DEMAND-CHARGE.                     40580044
406200                                                                  40620018
406300     MOVE "REVN"            TO WS-GL-TRAN-TYPE.                   40630038
406400     MOVE WS-GL-REVENUE-AMT TO WS-GL-ROW-AMT.                     40640038
406500     PERFORM 475-WRITE-GL-ROW.                                    40650038
406510                                                                  40651040
406520     IF WS-DEMAND-CHARGE > 0                                      40652040
406530         MOVE "DMND"           TO WS-GL-TRAN-TYPE                 40653040
406540         MOVE WS-DEMAND-CHARGE TO WS-GL-ROW-AMT                   40654040
406541         PERFORM 475-WRITE-GL-ROW                                 40654141
406542     END-IF.                                                      40654241
406543                                                                  40654341
406544     IF WS-RECON-FEE-AMT > 0                                      40654441
406545         MOVE "RCNF"           TO WS-GL-TRAN-TYPE                 40654541
406546         MOVE WS-RECON-FEE-AMT TO WS-GL-ROW-AMT                   40654641
406547         PERFORM 475-WRITE-GL-ROW                                 40654744
406548     END-IF.                                                      40654844
406549                                                                  40654944
406550     IF WS-LATE-FEE-AMT > 0                                       40655044
406551         MOVE "LFEE"          TO WS-GL-TRAN-TYPE                  40655144
406552         MOVE WS-LATE-FEE-AMT TO WS-GL-ROW-AMT                    40655244
406553         PERFORM 475-WRITE-GL-ROW                                 40655340
406560     END-IF.                                                      40656040
406700                                                                  40670018
406800     IF WS-STATE-TAX-AMT > 0                                      40680018
406900         MOVE "STAX"           TO WS-GL-TRAN-TYPE                 40690038
407000         MOVE WS-STATE-TAX-AMT TO WS-GL-ROW-AMT                   40700038
407100         PERFORM 475-WRITE-GL-ROW                                 40710038
407300     END-IF.                                                      40730018
407400                                                                  40740018
407500     IF WS-FRANCHISE-AMT > 0                                      40750018
407600         MOVE "FRAN"           TO WS-GL-TRAN-TYPE                 40760038
407700         MOVE WS-FRANCHISE-AMT TO WS-GL-ROW-AMT                   40770038
407800         PERFORM 475-WRITE-GL-ROW                                 40780038
408000     END-IF.                                                      40800018
408001                                                                  40800138
408002******************************************************************40800238
408003* Find WS-GL-TRAN-TYPE's posting in the GLMAP table: the row for  40800338
408004* WS-GL-CLASS-CODE if accounting mapped one, else the type's      40800438
408005* default (blank class) row. A type with neither stops the run.   40800538
408006******************************************************************40800638
408007 472-FIND-GL-ACCOUNT.                                             40800738
408008     MOVE "N" TO WS-GLMAP-FOUND-SW.                               40800838
408009     SET WS-GLMAP-IDX TO 1.                                       40800938
408010     SEARCH WS-GLMAP-ENTRY                                        40801038
408011         AT END                                                   40801138
408012             CONTINUE                                             40801238
408013         WHEN WS-GM-TRAN-TYPE(WS-GLMAP-IDX) = WS-GL-TRAN-TYPE     40801338
408014             AND WS-GM-CLASS-CODE(WS-GLMAP-IDX) = WS-GL-CLASS-CODE40801438
408015             SET WS-GLMAP-FOUND TO TRUE                           40801538
408016     END-SEARCH.                                                  40801638
408017                                                                  40801738
408018     IF NOT WS-GLMAP-FOUND                                        40801838
408019         SET WS-GLMAP-IDX TO 1                                    40801938
408020         SEARCH WS-GLMAP-ENTRY                                    40802038
408021             AT END                                               40802138
408022                 CONTINUE                                         40802238
408023             WHEN WS-GM-TRAN-TYPE(WS-GLMAP-IDX) = WS-GL-TRAN-TYPE 40802338
408024                 AND WS-GM-CLASS-CODE(WS-GLMAP-IDX) = SPACE       40802438
408025                 SET WS-GLMAP-FOUND TO TRUE                       40802538
408026         END-SEARCH                                               40802638
408027     END-IF.                                                      40802738
408028                                                                  40802838
408029     IF WS-GLMAP-FOUND                                            40802938
408030         MOVE WS-GM-GL-ACCOUNT(WS-GLMAP-IDX)                      40803038
408031             TO WS-GL-REVENUE-CODE                                40803138
408032         MOVE WS-GM-GL-SIDE(WS-GLMAP-IDX) TO WS-GL-SIDE           40803238
408033         MOVE WS-GM-OFFSET-ACCOUNT(WS-GLMAP-IDX)                  40803338
408034             TO WS-GL-OFFSET-CODE                                 40803438
408035     ELSE                                                         40803538
408036         DISPLAY 'GLMAP HAS NO DEFAULT ROW FOR TRANSACTION TYPE ' 40803638
408037             WS-GL-TRAN-TYPE ' - ADD IT BEFORE RERUNNING'         40803738
408038         MOVE 16 TO RETURN-CODE                                   40803838
408039         STOP RUN                                                 40803938
408040     END-IF.                                                      40804038
408041                                                                  40804138
408042******************************************************************40804238
408043* Write one GLEXPORT row for this customer: WS-GL-ROW-AMT under   40804338
408044* the GLMAP posting for WS-GL-TRAN-TYPE and the customer class.   40804438
408045******************************************************************40804538
408046 475-WRITE-GL-ROW.                                                40804638
408047     PERFORM 472-FIND-GL-ACCOUNT.                                 40804738
408048     MOVE WS-ACCT-NUM        TO GL-ACCT-NUM.                      40804838
408049     MOVE WS-GL-REVENUE-CODE TO GL-REVENUE-CODE.                  40804938
408050     MOVE WS-GL-ROW-AMT      TO GL-AMOUNT.                        40805038
408051     MOVE WS-GL-TRAN-TYPE    TO GL-TRAN-TYPE.                     40805138
408052     MOVE WS-GL-SIDE         TO GL-DR-CR.                         40805238
408053     MOVE WS-GL-OFFSET-CODE  TO GL-OFFSET-CODE.                   40805338
408054     MOVE WS-SYS-DATE8       TO GL-POST-DATE.                     40805438
408055     WRITE GLEXPORT-REC.                                          40805538
408100                                                                  40810010
408200******************************************************************40820014
408300* Write one BILLXTR record carrying everything UTIL2100 needs to  40830014
415100     MOVE WS-MAIL-STATE       TO BX-MAIL-STATE.                   41510030
415200     MOVE WS-MAIL-ZIP         TO BX-MAIL-ZIP.                     41520030
415300     MOVE WS-UNDELIV-SW       TO BX-UNDELIV-SW.                   41530030
415310     MOVE WS-ADJ-AMOUNT       TO BX-ADJUSTMENTS.                  41531035
415315     MOVE WS-ACTUAL-KW        TO BX-ACTUAL-KW.                    41531540
415320     MOVE WS-BILLED-KW        TO BX-BILLED-KW.                    41532040
415325     MOVE WS-DEMAND-RATE      TO BX-DEMAND-RATE.                  41532540
415330     MOVE WS-DEMAND-CHARGE    TO BX-DEMAND-CHARGE.                41533040
415335     IF WS-DEMAND-RATCHETED                                       41533540
415340         MOVE "Y" TO BX-RATCHET-SW                                41534040
415345     ELSE                                                         41534540
415350         MOVE "N" TO BX-RATCHET-SW                                41535040
415355     END-IF.                                                      41535540
415365     MOVE WS-RECON-FEE-AMT    TO BX-RECONNECT-FEE.                41536541
415367     IF WS-PRORATED                                               41536742
415369         MOVE WS-PRO-CHANGE-DATE TO BX-PRORATE-DATE               41536942
415371         MOVE WS-PRO-OLD-DAYS    TO BX-OLD-DAYS                   41537142
415373         MOVE WS-PRO-NEW-DAYS    TO BX-NEW-DAYS                   41537342
415375         MOVE WS-PRO-OLD-KWH     TO BX-OLD-KWH                    41537542
415377         MOVE WS-PRO-NEW-KWH     TO BX-NEW-KWH                    41537742
415379         MOVE WS-PRO-OLD-CHARGES TO BX-OLD-CHARGES                41537942
415381         MOVE WS-PRO-NEW-CHARGES TO BX-NEW-CHARGES                41538142
415383     ELSE                                                         41538342
415385         MOVE 0 TO BX-PRORATE-DATE                                41538542
415387         MOVE 0 TO BX-OLD-DAYS                                    41538742
415389         MOVE 0 TO BX-NEW-DAYS                                    41538942
415391         MOVE 0 TO BX-OLD-KWH                                     41539142
415393         MOVE 0 TO BX-NEW-KWH                                     41539342
415395         MOVE 0 TO BX-OLD-CHARGES                                 41539542
415397         MOVE 0 TO BX-NEW-CHARGES                                 41539742
415399     END-IF.                                                      41539942
415400     WRITE BILLXTR-REC.                                           41540014
415500                                                                  41550014
415600                                                                  41560014
418300             TO WS-EXCEPTION-REASON                               41830005
418400     END-IF.                                                      41840005
418500                                                                  41850005
418510* A read from a meter that is not installed on this account       41851039
418520* cannot bill, whatever kWh it would have come to.                41852039
418530     IF WS-METER-MISMATCH                                         41853039
418540         MOVE "N" TO WS-VALID-SW                                  41854039
418550         MOVE 'READ FROM METER NOT INSTALLED ON ACCOUNT'          41855039
418560             TO WS-EXCEPTION-REASON                               41856039
418570     END-IF.                                                      41857039
418580                                                                  41858039
418582* A disconnected service with nothing read is not billed; the     41858241
418584* cycle run counts it apart rather than reporting it on EXCPRPT,  41858441
418586* and a quote shows this reason.                                  41858641
418588     IF WS-SVC-OFF-SKIP                                           41858841
418590         MOVE "N" TO WS-VALID-SW                                  41859041
418592         MOVE 'SERVICE DISCONNECTED - NOTHING TO BILL'            41859241
418594             TO WS-EXCEPTION-REASON                               41859441
418596     END-IF.                                                      41859641
418598                                                                  41859841
418600     IF WS-VALID-SW = "Y"                                         41860005
418700         IF WS-SERVICE-FEE < WS-MIN-SERVICE-FEE                   41870005
418800             MOVE "N" TO WS-VALID-SW                              41880005
421700     ADD 1 TO WS-EXCP-COUNT.                                      42170005
421800     PERFORM 415-FIND-CLASS-ENTRY.                                42180021
421900     ADD 1 TO WS-CL-EXCP-COUNT(WS-CLS-IDX).                       42190021
421905                                                                  42190543
421910******************************************************************42191042
421920* Day number of the date in WS-DN-DATE8 into WS-DAY-NUMBER.       42192042
421930******************************************************************42193042
421940 690-CALC-DAY-NUMBER.                                             42194042
421950     COMPUTE WS-DN-PRIOR-YEARS = WS-DN-CCYY - 1.                  42195042
421960     DIVIDE WS-DN-PRIOR-YEARS BY 4                                42196042
421970         GIVING WS-LEAP-DAYS REMAINDER WS-LEAP-REM4.              42197042
421980     DIVIDE WS-DN-PRIOR-YEARS BY 100                              42198042
421990         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM100.            42199042
422000     SUBTRACT WS-LEAP-QUOT FROM WS-LEAP-DAYS.                     42200042
422010     DIVIDE WS-DN-PRIOR-YEARS BY 400                              42201042
422020         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM400.            42202042
422030     ADD WS-LEAP-QUOT TO WS-LEAP-DAYS.                            42203042
422040                                                                  42204042
422050     COMPUTE WS-DAY-NUMBER = WS-DN-PRIOR-YEARS * 365              42205042
422060         + WS-LEAP-DAYS + WS-CUM-DAYS(WS-DN-MM) + WS-DN-DD.       42206042
422070                                                                  42207042
422080     IF WS-DN-MM > 2                                              42208042
422090         DIVIDE WS-DN-CCYY BY 4                                   42209042
422100             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM4           42210042
422110         DIVIDE WS-DN-CCYY BY 100                                 42211042
422120             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM100         42212042
422130         DIVIDE WS-DN-CCYY BY 400                                 42213042
422140             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM400         42214042
422150         IF WS-LEAP-REM4 = 0                                      42215042
422160             AND (WS-LEAP-REM100 NOT = 0                          42216042
422170           OR WS-LEAP-REM400 = 0)                                 42217042
422180             ADD 1 TO WS-DAY-NUMBER                               42218042
422190         END-IF                                                   42219042
422200     END-IF.                                                      42220042
