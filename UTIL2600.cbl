008940     05  BX-MAIL-STATE         PIC X(2).                          00894001
008950     05  BX-MAIL-ZIP           PIC X(5).                          00895001
008960     05  BX-UNDELIV-SW         PIC X(1).                          00896001
008970     05  BX-ADJUSTMENTS        PIC S9(6)V99.                      00897002
008975     05  BX-ACTUAL-KW          PIC 9(6)V99.                       00897503
008980     05  BX-BILLED-KW          PIC 9(6)V99.                       00898003
008985     05  BX-DEMAND-RATE        PIC 9(2)V99.                       00898503
008990     05  BX-DEMAND-CHARGE      PIC 9(6)V99.                       00899003
008995     05  BX-RATCHET-SW         PIC X(1).                          00899503
008997     05  BX-RECONNECT-FEE      PIC 9(3)V99.                       00899704
009007     05  BX-PRORATE-DATE       PIC 9(8).                          00900705
009017     05  BX-OLD-DAYS           PIC 9(3).                          00901705
009027     05  BX-NEW-DAYS           PIC 9(3).                          00902705
009037     05  BX-OLD-KWH            PIC 9(5).                          00903705
009047     05  BX-NEW-KWH            PIC 9(5).                          00904705
009057     05  BX-OLD-CHARGES        PIC 9(6)V99.                       00905705
009067     05  BX-NEW-CHARGES        PIC 9(6)V99.                       00906705
009077                                                                  00907700
009100**************************************************************    00910000
009200* TAXPARM RECORD - one jurisdiction's tax schedule effective      00920000
009300* as of a date                                                    00930000
029700 610-ADD-TO-JURIS.                                                02970000
029800     COMPUTE WS-TAX-BASE = BX-TIER1-CHARGE + BX-TIER2-CHARGE      02980000
029900         + BX-TIER3-CHARGE + BX-TIER4-CHARGE                      02990000
029910         + BX-DEMAND-CHARGE                                       02991003
030000         + BX-SERVICE-FEE.                                        03000000
030100     ADD 1 TO WS-JR-BILL-COUNT(WS-JUR-IDX).                       03010000
030200     ADD WS-TAX-BASE TO WS-JR-TAXABLE-REV(WS-JUR-IDX).            03020000
