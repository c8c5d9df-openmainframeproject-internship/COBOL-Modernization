002850     88 AQU-TYPE-LIQUIDITY       VALUE 'LQ'.                      calrtque
002860     88 AQU-TYPE-DR-GAP          VALUE 'DG'.                      calrtque
002870     88 AQU-TYPE-PSWD-RESET      VALUE 'PR'.                      calrtque
002880     88 AQU-TYPE-P2P-VERIFY      VALUE 'PV'.                      calrtque
002890     88 AQU-TYPE-P2P-WAITING     VALUE 'PT'.                      calrtque
002895     88 AQU-TYPE-SAVE-SKIPPED    VALUE 'SS'.                      calrtque
002897     88 AQU-TYPE-STEP-UP         VALUE 'SU'.                      calrtque
002898     88 AQU-TYPE-CAPACITY        VALUE 'FC'.                      calrtque
002800   05 AQU-AMOUNT                   PIC S9(7)V99.                  calrtque
002900   05 AQU-TEXT                     PIC X(40).                     calrtque
003000   05 AQU-STATUS                   PIC X(1).                      calrtque
