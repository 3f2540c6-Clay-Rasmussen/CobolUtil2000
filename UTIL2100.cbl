008700* laid out in full on BILLSRT.                                    00870007
008800**********************************************************        00880007
008900 FD  BILLXTR-FILE.                                                00890007
009000 01  BILLXTR-REC                PIC X(348).                       00900012
009100                                                                  00910007
009200**********************************************************        00920007
009300* SORTWRK RECORD - key-only view of the extract record: the       00930007
010000     05  SW-ACCT-NUM           PIC X(6).                          01000007
010100     05  FILLER                PIC X(254).                        01010007
010200     05  SW-MAIL-ZIP           PIC X(5).                          01020007
010300     05  FILLER                PIC X(83).                         01030012
010400                                                                  01040007
010500**********************************************************        01050007
010600* BILLSRT RECORD - the extract in mailing-ZIP sequence; must      01060007
015000     05  BX-MAIL-STATE         PIC X(2).                          01500007
015100     05  BX-MAIL-ZIP           PIC X(5).                          01510007
015200     05  BX-UNDELIV-SW         PIC X(1).                          01520007
015210     05  BX-ADJUSTMENTS        PIC S9(6)V99.                      01521009
015220     05  BX-ACTUAL-KW          PIC 9(6)V99.                       01522010
015230     05  BX-BILLED-KW          PIC 9(6)V99.                       01523010
015240     05  BX-DEMAND-RATE        PIC 9(2)V99.                       01524010
015250     05  BX-DEMAND-CHARGE      PIC 9(6)V99.                       01525010
015260     05  BX-RATCHET-SW         PIC X(1).                          01526010
015270     05  BX-RECONNECT-FEE      PIC 9(3)V99.                       01527011
015272     05  BX-PRORATE-DATE       PIC 9(8).                          01527212
015274     05  BX-PRORATE-DATE-R REDEFINES BX-PRORATE-DATE.             01527412
015276         10  BX-PRORATE-CCYY   PIC 9(4).                          01527612
015278         10  BX-PRORATE-MM     PIC 99.                            01527812
015280         10  BX-PRORATE-DD     PIC 99.                            01528012
015282     05  BX-OLD-DAYS           PIC 9(3).                          01528212
015284     05  BX-NEW-DAYS           PIC 9(3).                          01528412
015286     05  BX-OLD-KWH            PIC 9(5).                          01528612
015288     05  BX-NEW-KWH            PIC 9(5).                          01528812
015290     05  BX-OLD-CHARGES        PIC 9(6)V99.                       01529012
015292     05  BX-NEW-CHARGES        PIC 9(6)V99.                       01529212
015300                                                                  01530007
015400                                                                  01540000
015500**************************************************************    01550000
027800******************************************************************02780000
027900 01  WS-KWH-USED-ED           PIC Z,ZZZ,ZZZ,ZZ9.                  02790000
028000 01  WS-TIER-KWH-ED           PIC ZZ,ZZ9.                         02800000
028010 01  WS-KW-ED                 PIC ZZZ,ZZ9.99.                     02801010
028100 01  WS-MONEY-ED              PIC $$,$$$,$$9.99.                  02810000
028200 01  WS-STMT-DATE-ED          PIC X(8)     VALUE SPACES.          02820000
028300 01  WS-DUE-DATE-ED           PIC X(8)     VALUE SPACES.          02830000
028400 01  WS-PERIOD-ED             PIC X(7)     VALUE SPACES.          02840000
028410 01  WS-PRORATE-DATE-ED       PIC X(8)     VALUE SPACES.          02841012
028420 01  WS-DAYS-ED               PIC ZZ9.                            02842012
028500                                                                  02850000
028600******************************************************************02860000
028700* IT'S GO TIME!                                                   02870000
047800     MOVE BX-TIER4-CHARGE TO WS-MONEY-ED.                         04780000
047900     PERFORM 680-WRITE-TIER-LINE.                                 04790000
048000                                                                  04800000
048005*A demand-billed account shows the kW it was billed on; when      04800510
048010*the ratchet set that figure the actual peak prints beside it.    04801010
048015     IF BX-DEMAND-CHARGE > 0                                      04801510
048020         MOVE "DEMAND" TO WS-STMT-LINE(4:6)                       04802010
048025         MOVE BX-BILLED-KW TO WS-KW-ED                            04802510
048030         MOVE WS-KW-ED TO WS-STMT-LINE(11:10)                     04803010
048035         MOVE "KW" TO WS-STMT-LINE(22:2)                          04803510
048040         MOVE BX-DEMAND-CHARGE TO WS-MONEY-ED                     04804010
048045         MOVE WS-MONEY-ED TO WS-STMT-LINE(34:13)                  04804510
048050         IF BX-RATCHET-SW = "Y"                                   04805010
048055             MOVE "RATCHET - ACTUAL PEAK" TO WS-STMT-LINE(50:21)  04805510
048060             MOVE BX-ACTUAL-KW TO WS-KW-ED                        04806010
048065             MOVE WS-KW-ED TO WS-STMT-LINE(72:10)                 04806510
048070             MOVE "KW" TO WS-STMT-LINE(83:2)                      04807010
048075         END-IF                                                   04807510
048080         PERFORM 690-WRITE-STMT-LINE                              04808010
048085     END-IF.                                                      04808510
048090                                                                  04809010
048100     COMPUTE WS-CURRENT-CHARGES = BX-TIER1-CHARGE +               04810000
048200         BX-TIER2-CHARGE + BX-TIER3-CHARGE + BX-TIER4-CHARGE +    04820000
048210         BX-DEMAND-CHARGE +                                       04821010
048300         BX-SERVICE-FEE + BX-STATE-TAX + BX-FRANCHISE-FEE.        04830003
048400                                                                  04840000
048500     MOVE "SERVICE FEE" TO WS-STMT-LINE(2:11).                    04850000
048700     MOVE WS-MONEY-ED    TO WS-STMT-LINE(34:13).                  04870000
048800     PERFORM 690-WRITE-STMT-LINE.                                 04880000
048900                                                                  04890003
048902*A bill whose read period took in a rate change shows how the     04890212
048904*charges above split between the old and new rates, by days;      04890412
048906*each side includes its share of the service fee.                 04890612
048908     IF BX-PRORATE-DATE > 0                                       04890812
048910         MOVE SPACES TO WS-PRORATE-DATE-ED                        04891012
048912         STRING BX-PRORATE-MM "/" BX-PRORATE-DD "/"               04891212
048914             BX-PRORATE-CCYY(3:2)                                 04891412
048916             DELIMITED BY SIZE INTO WS-PRORATE-DATE-ED            04891612
048918         MOVE "RATE CHANGE EFFECTIVE" TO WS-STMT-LINE(2:21)       04891812
048920         MOVE WS-PRORATE-DATE-ED TO WS-STMT-LINE(24:8)            04892012
048922         PERFORM 690-WRITE-STMT-LINE                              04892212
048924         MOVE "OLD RATE" TO WS-STMT-LINE(4:8)                     04892412
048926         MOVE BX-OLD-DAYS    TO WS-DAYS-ED                        04892612
048928         MOVE BX-OLD-KWH     TO WS-TIER-KWH-ED                    04892812
048930         MOVE BX-OLD-CHARGES TO WS-MONEY-ED                       04893012
048932         PERFORM 685-WRITE-PRORATE-LINE                           04893212
048934         MOVE "NEW RATE" TO WS-STMT-LINE(4:8)                     04893412
048936         MOVE BX-NEW-DAYS    TO WS-DAYS-ED                        04893612
048938         MOVE BX-NEW-KWH     TO WS-TIER-KWH-ED                    04893812
048940         MOVE BX-NEW-CHARGES TO WS-MONEY-ED                       04894012
048942         PERFORM 685-WRITE-PRORATE-LINE                           04894212
048944     END-IF.                                                      04894412
048946                                                                  04894612
049000     IF BX-STATE-TAX > 0                                          04900003
049100         MOVE "STATE UTILITY TAX" TO WS-STMT-LINE(2:17)           04910003
049200         MOVE BX-STATE-TAX TO WS-MONEY-ED                         04920003
056800     MOVE "CR"              TO WS-STMT-LINE(48:2).                05680000
056900     PERFORM 690-WRITE-STMT-LINE.                                 05690000
057000                                                                  05700000
057005* Adjustments posted since the last bill (UTIL2800) print on      05700509
057010* their own line, a net credit marked CR like the balance.        05701009
057015     IF BX-ADJUSTMENTS NOT = 0                                    05701509
057020         MOVE "ADJUSTMENTS" TO WS-STMT-LINE(2:11)                 05702009
057025         IF BX-ADJUSTMENTS < 0                                    05702509
057030             COMPUTE WS-ABS-AMOUNT = 0 - BX-ADJUSTMENTS           05703009
057035             MOVE WS-ABS-AMOUNT TO WS-MONEY-ED                    05703509
057040             MOVE "CR" TO WS-STMT-LINE(48:2)                      05704009
057045         ELSE                                                     05704509
057050             MOVE BX-ADJUSTMENTS TO WS-MONEY-ED                   05705009
057055         END-IF                                                   05705509
057060         MOVE WS-MONEY-ED TO WS-STMT-LINE(34:13)                  05706009
057065         PERFORM 690-WRITE-STMT-LINE                              05706509
057070     END-IF.                                                      05707009
057075                                                                  05707509
057100     IF BX-LATE-FEE > 0                                           05710000
057200         MOVE "LATE FEE" TO WS-STMT-LINE(2:8)                     05720000
057300         MOVE BX-LATE-FEE TO WS-MONEY-ED                          05730000
057500         PERFORM 690-WRITE-STMT-LINE                              05750000
057600     END-IF.                                                      05760000
057700                                                                  05770001
057710* Service restored since the last bill carries the reconnect      05771011
057720* charge set in the service-order parameters.                     05772011
057730     IF BX-RECONNECT-FEE > 0                                      05773011
057740         MOVE "RECONNECT FEE" TO WS-STMT-LINE(2:13)               05774011
057750         MOVE BX-RECONNECT-FEE TO WS-MONEY-ED                     05775011
057760         MOVE WS-MONEY-ED TO WS-STMT-LINE(34:13)                  05776011
057770         PERFORM 690-WRITE-STMT-LINE                              05777011
057780     END-IF.                                                      05778011
057790                                                                  05779011
057800     IF BX-CREDIT-APPLIED > 0                                     05780001
057900         MOVE "CREDIT APPLIED" TO WS-STMT-LINE(2:14)              05790001
058000         MOVE BX-CREDIT-APPLIED TO WS-MONEY-ED                    05800001
068300     MOVE WS-TIER-KWH-ED TO WS-STMT-LINE(12:6).                   06830000
068400     MOVE "KWH"          TO WS-STMT-LINE(19:3).                   06840000
068500     MOVE WS-MONEY-ED    TO WS-STMT-LINE(34:13).                  06850000
068505     PERFORM 690-WRITE-STMT-LINE.                                 06850512
068510                                                                  06851012
068515******************************************************************06851512
068520* Write one OLD RATE/NEW RATE line; the caller has already placed 06852012
068525* the label in the line and loaded the edited days/kWh/charge.    06852512
068530******************************************************************06853012
068535 685-WRITE-PRORATE-LINE.                                          06853512
068540     MOVE WS-DAYS-ED     TO WS-STMT-LINE(13:3).                   06854012
068545     MOVE "DAYS"         TO WS-STMT-LINE(17:4).                   06854512
068550     MOVE WS-TIER-KWH-ED TO WS-STMT-LINE(22:6).                   06855012
068555     MOVE "KWH"          TO WS-STMT-LINE(29:3).                   06855512
068560     MOVE WS-MONEY-ED    TO WS-STMT-LINE(36:13).                  06856012
068600     PERFORM 690-WRITE-STMT-LINE.                                 06860000
068700                                                                  06870000
068800******************************************************************06880000
