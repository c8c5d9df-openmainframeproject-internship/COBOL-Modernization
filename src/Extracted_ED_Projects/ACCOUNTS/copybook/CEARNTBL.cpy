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
001100                                                                  cearntbl
001200***************************************************************** cearntbl
001300* CEARNTBL.CPY                                                  * cearntbl
001400*---------------------------------------------------------------* cearntbl
001500* One row of the EARNTBL loyalty earn table, maintained through * cearntbl
001600* PARMMNT (pricing-sensitive, dual control). A row says what    * cearntbl
001700* one posted ACCTTRN type earns - points per whole dollar of    * cearntbl
001800* the item plus a flat number of points per item - for a        * cearntbl
001900* product code and household tier, either of which may be left  * cearntbl
002000* blank to match any. Rows are appended with an effective date; * cearntbl
002100* for a given type, product and tier the latest row in force on * cearntbl
002200* the business date applies, and LOYACCR takes the most         * cearntbl
002300* specific match (product and tier, then product, then tier,    * cearntbl
002400* then neither). A take-back row ('T') removes points instead   * cearntbl
002500* of awarding them - for a reversal, what the reversed item     * cearntbl
002600* earned.                                                       * cearntbl
002700***************************************************************** cearntbl
002800 01 EARNTBL-RECORD.                                               cearntbl
002900   05 ERN-TXN-TYPE                 PIC X(2).                      cearntbl
003000   05 ERN-PRODUCT                  PIC X(4).                      cearntbl
003100   05 ERN-TIER                     PIC X(1).                      cearntbl
003200   05 ERN-ACTION                   PIC X(1).                      cearntbl
003300     88 ERN-EARN                   VALUE 'E'.                     cearntbl
003400     88 ERN-TAKE-BACK              VALUE 'T'.                     cearntbl
003500   05 ERN-POINTS-PER-DOLLAR        PIC 9(3)V99.                   cearntbl
003600   05 ERN-POINTS-PER-ITEM          PIC 9(5).                      cearntbl
003700   05 ERN-EFF-DATE                 PIC 9(8).                      cearntbl
003800   05 FILLER                       PIC X(54).                     cearntbl
