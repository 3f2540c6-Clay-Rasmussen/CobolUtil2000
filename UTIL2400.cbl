009550     05  BX-MAIL-STATE         PIC X(2).                          00955002
009560     05  BX-MAIL-ZIP           PIC X(5).                          00956002
009570     05  BX-UNDELIV-SW         PIC X(1).                          00957002
009580     05  BX-ADJUSTMENTS        PIC S9(6)V99.                      00958003
009582     05  BX-ACTUAL-KW          PIC 9(6)V99.                       00958204
009584     05  BX-BILLED-KW          PIC 9(6)V99.                       00958404
009586     05  BX-DEMAND-RATE        PIC 9(2)V99.                       00958604
009588     05  BX-DEMAND-CHARGE      PIC 9(6)V99.                       00958804
009590     05  BX-RATCHET-SW         PIC X(1).                          00959004
009595     05  BX-RECONNECT-FEE      PIC 9(3)V99.                       00959505
009605     05  BX-PRORATE-DATE       PIC 9(8).                          00960506
009615     05  BX-OLD-DAYS           PIC 9(3).                          00961506
009625     05  BX-NEW-DAYS           PIC 9(3).                          00962506
009635     05  BX-OLD-KWH            PIC 9(5).                          00963506
009645     05  BX-NEW-KWH            PIC 9(5).                          00964506
009655     05  BX-OLD-CHARGES        PIC 9(6)V99.                       00965506
009665     05  BX-NEW-CHARGES        PIC 9(6)V99.                       00966506
009675                                                                  00967500
009700**************************************************************    00970000
009800* AUTOPAY RECORD - one enrollment, keyed by account               00980000
009900**************************************************************    00990000
