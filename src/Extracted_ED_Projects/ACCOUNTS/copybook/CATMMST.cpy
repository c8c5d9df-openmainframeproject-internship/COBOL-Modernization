000100*****************************************************************
000200*                                                               *
000300*   Copyright (C) 1998-2021 Micro Focus. All Rights Reserved.   *
000400*   This demonstration program is provided for use by users     *
000500*   of Micro Focus products and may be used, modified and       *
000600*   distributed as part of your application provided that       *
000700*   you properly acknowledge the copyright of Micro Focus       *
000800*   in this material.                                           *
000900*                                                               *
001000*****************************************************************
001100                                                                  catmmst
001200***************************************************************** catmmst
001300* CATMMST.CPY                                                   * catmmst
001400*---------------------------------------------------------------* catmmst
001500* ATM terminal master - one row per ATM-TERMINAL-ID, the id the * catmmst
001600* network switch settles under on ATMSETL, linking each machine * catmmst
001700* to the branch whose vault loads it. Maintained by ATMMNT.     * catmmst
001800* BRCHCASH adds each load to the cash estimate and ATMFCST      * catmmst
001900* takes the day's settled withdrawals off it, so the estimate   * catmmst
002000* is what the cassettes should still hold. A zero cycle leaves  * catmmst
002100* the ATMPOL visit interval in force. A closed terminal stays   * catmmst
002200* on file for its history.                                      * catmmst
002300***************************************************************** catmmst
002400 01 ATMMST-RECORD.                                                catmmst
002500   05 ATM-KEY.                                                    catmmst
002600     10 ATM-TERMINAL-ID            PIC X(8).                      catmmst
002700   05 ATM-BRANCH                   PIC X(4).                      catmmst
002800   05 ATM-LOCATION                 PIC X(20).                     catmmst
002900   05 ATM-STATUS                   PIC X(1).                      catmmst
003000     88 ATM-ACTIVE                 VALUE 'A'.                     catmmst
003100     88 ATM-CLOSED                 VALUE 'C'.                     catmmst
003200   05 ATM-CAPACITY                 PIC 9(7)V99.                   catmmst
003300   05 ATM-CYCLE-DAYS               PIC 9(2).                      catmmst
003400   05 ATM-CASH-ESTIMATE            PIC S9(7)V99.                  catmmst
003500   05 ATM-LAST-LOAD-DATE           PIC 9(8).                      catmmst
003600   05 ATM-LAST-LOAD-AMOUNT         PIC 9(7)V99.                   catmmst
003700   05 ATM-OPENED-DATE              PIC 9(8).                      catmmst
003800   05 ATM-CHANGED-DATE             PIC 9(8).                      catmmst
