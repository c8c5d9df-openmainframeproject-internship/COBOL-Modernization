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
001100                                                                  catmpol
001200***************************************************************** catmpol
001300* CATMPOL.CPY                                                   * catmpol
001400*---------------------------------------------------------------* catmpol
001500* One-record layout for the ATMPOL file - the ATM cash          * catmpol
001600* forecast's assumptions, maintained through PARMMNT.           * catmpol
001700* ATP-HISTORY-WEEKS of settled withdrawals set each weekday's   * catmpol
001800* average (at most 26); ATP-CYCLE-DAYS is the days a load must  * catmpol
001900* last until the next visit (at most 14);                       * catmpol
002000* ATP-HOLIDAY-UPLIFT-PCT is added to demand over a holiday long * catmpol
002100* weekend and the day before it; ATP-SAFETY-PCT is loaded over  * catmpol
002200* the forecast; ATP-VAULT-RESERVE is the cash a branch vault    * catmpol
002300* keeps back for its tellers after the ATM loads. With no file  * catmpol
002400* ATMFCST uses 8 weeks, 7 days, 50%, 20% and 25000.             * catmpol
002500***************************************************************** catmpol
002600 01 ATMPOL-RECORD.                                                catmpol
002700   05 ATP-HISTORY-WEEKS            PIC 9(2).                      catmpol
002800   05 ATP-CYCLE-DAYS               PIC 9(2).                      catmpol
002900   05 ATP-HOLIDAY-UPLIFT-PCT       PIC 9(3).                      catmpol
003000   05 ATP-SAFETY-PCT               PIC 9(3).                      catmpol
003100   05 ATP-VAULT-RESERVE            PIC 9(7).                      catmpol
003200   05 FILLER                       PIC X(63).                     catmpol
