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
001100                                                                  catopol
001200***************************************************************** catopol
001300* CATOPOL.CPY                                                   * catopol
001400*---------------------------------------------------------------* catopol
001500* One-record layout for the ATOPOL file - the account takeover  * catopol
001600* scan's settings, maintained through PARMMNT. ATO-WINDOW-DAYS  * catopol
001700* is how many days (today included, at most 14) a contact       * catopol
001800* change, a new card or password reset and an outbound payment  * catopol
001900* must all fall within; only payments of ATO-MIN-PAYMENT or     * catopol
002000* more count toward the pattern. With no file ATOSCAN uses 3    * catopol
002100* days and any amount.                                          * catopol
002200***************************************************************** catopol
002300 01 ATOPOL-RECORD.                                                catopol
002400   05 ATO-WINDOW-DAYS              PIC 9(2).                      catopol
002500   05 ATO-MIN-PAYMENT              PIC 9(7)V99.                   catopol
002600   05 FILLER                       PIC X(69).                     catopol
