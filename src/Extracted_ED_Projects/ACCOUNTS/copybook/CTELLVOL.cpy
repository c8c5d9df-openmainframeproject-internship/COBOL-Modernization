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
001100                                                                  ctellvol
001200***************************************************************** ctellvol
001300* CTELLVOL.CPY                                                  * ctellvol
001400*---------------------------------------------------------------* ctellvol
001500* Teller volume history on the TELLVOL file - one row per       * ctellvol
001600* business date, branch, teller and hour of day the teller      * ctellvol
001700* keyed items at the counter, built each night by TELLCAPT from * ctellvol
001800* TELLTRAN. Hour 99 holds items the drawer did not time-stamp.  * ctellvol
001900* TELLPROD reads five weeks of it for the weekly productivity   * ctellvol
002000* report.                                                       * ctellvol
002100***************************************************************** ctellvol
002200 01 TELLVOL-RECORD.                                               ctellvol
002300   05 TVL-KEY.                                                    ctellvol
002400     10 TVL-DATE                   PIC 9(8).                      ctellvol
002500     10 TVL-BRANCH                 PIC X(4).                      ctellvol
002600     10 TVL-TELLER-ID              PIC X(5).                      ctellvol
002700     10 TVL-HOUR                   PIC 9(2).                      ctellvol
002800   05 TVL-ITEM-COUNT               PIC 9(5).                      ctellvol
002900   05 TVL-ITEM-VALUE               PIC 9(9)V99.                   ctellvol
003000   05 TVL-DEPOSIT-COUNT            PIC 9(5).                      ctellvol
003100   05 TVL-WITHDRAWAL-COUNT         PIC 9(5).                      ctellvol
