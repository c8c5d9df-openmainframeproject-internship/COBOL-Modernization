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
001100                                                                  clocrpol
001200***************************************************************** clocrpol
001300* CLOCRPOL.CPY                                                  * clocrpol
001400*---------------------------------------------------------------* clocrpol
001500* One-record layout for the LOCRPOL file - the rules the        * clocrpol
001600* quarterly line-of-credit limit review (LocLimBatch) applies.  * clocrpol
001700* A facility late within the look-back months has its limit     * clocrpol
001800* cut toward the drawn balance, keeping the given percentage    * clocrpol
001900* of the unused room. A facility open and never late for the    * clocrpol
002000* good-payment months and drawn at least the utilisation        * clocrpol
002100* percentage of its limit is proposed an increase of the given  * clocrpol
002200* percentage, capped, for second-person release. Changed        * clocrpol
002300* through PARMMNT.                                              * clocrpol
002400***************************************************************** clocrpol
002500 01 LOCRPOL-RECORD.                                               clocrpol
002600   05 LRP-REVIEW-DAYS               PIC 9(3).                     clocrpol
002700   05 LRP-DELQ-LOOKBACK-MONTHS      PIC 9(2).                     clocrpol
002800   05 LRP-REDUCE-KEEP-PCT           PIC 9(3)V99.                  clocrpol
002900   05 LRP-GOOD-MONTHS               PIC 9(2).                     clocrpol
003000   05 LRP-UTILISATION-PCT           PIC 9(3)V99.                  clocrpol
003100   05 LRP-INCREASE-PCT              PIC 9(3)V99.                  clocrpol
003200   05 LRP-MAX-LIMIT                 PIC 9(7)V99.                  clocrpol
