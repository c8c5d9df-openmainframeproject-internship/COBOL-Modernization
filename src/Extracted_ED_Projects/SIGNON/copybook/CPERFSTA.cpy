002300   05 PSA-PROGRAM                  PIC X(8).                      cperfsta
002400   05 PSA-ELAPSED-HUND             PIC 9(7).                      cperfsta
002500   05 PSA-OUTCOME                  PIC X(1).                      cperfsta
002600*  Signed-on user the call was made for, so TELLPROD can show     cperfsta
002700*  each teller's average handling time.                           cperfsta
002800   05 PSA-USERID                   PIC X(5).                      cperfsta
