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
001100                                                                  cregwarn
001200***************************************************************** cregwarn
001300* CREGWARN.CPY                                                  * cregwarn
001400*---------------------------------------------------------------* cregwarn
001500* Registered plan over-contribution log (REGWARN) - REGPLAN     * cregwarn
001600* appends one row each time a contribution takes a customer's   * cregwarn
001700* plan room below zero, naming the channel it came through, so  * cregwarn
001800* the branch can contact the customer before the penalty tax    * cregwarn
001900* builds up.                                                    * cregwarn
002000***************************************************************** cregwarn
002100 01 REGWARN-RECORD.                                               cregwarn
002200   05 RGW-DATE                     PIC 9(8).                      cregwarn
002300   05 RGW-TIME                     PIC 9(8).                      cregwarn
002400   05 RGW-OWNER-PID                PIC X(5).                      cregwarn
002500   05 RGW-ACCOUNT                  PIC X(9).                      cregwarn
002600   05 RGW-PLAN-TYPE                PIC X(1).                      cregwarn
002700   05 RGW-TAX-YEAR                 PIC 9(4).                      cregwarn
002800   05 RGW-SOURCE-TYPE              PIC X(2).                      cregwarn
002900   05 RGW-AMOUNT                   PIC 9(7)V99.                   cregwarn
003000   05 RGW-ROOM-LEFT                PIC S9(7)V99.                  cregwarn
