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
001100                                                                  ceclparm
001200***************************************************************** ceclparm
001300* CECLPARM.CPY                                                  * ceclparm
001400*---------------------------------------------------------------* ceclparm
001500* Expected-credit-loss factors for LoanEclBatch - one row per   * ceclparm
001600* product and stage carrying the probability of default and     * ceclparm
001700* the loss given default, both as percentages. Effective-dated  * ceclparm
001800* like RATETBL: the latest row not after the run date wins, and * ceclparm
001900* changes are appended through PARMMNT under dual control.      * ceclparm
002000* Stage 1 is performing, 2 significantly deteriorated, 3        * ceclparm
002100* credit-impaired.                                              * ceclparm
002200***************************************************************** ceclparm
002300 01 ECLPARM-RECORD.                                               ceclparm
002400   05 ECL-PRODUCT-CODE              PIC X(4).                     ceclparm
002500   05 ECL-STAGE                     PIC 9(1).                     ceclparm
002600     88 ECL-STAGE-PERFORMING        VALUE 1.                      ceclparm
002700     88 ECL-STAGE-DETERIORATED      VALUE 2.                      ceclparm
002800     88 ECL-STAGE-IMPAIRED          VALUE 3.                      ceclparm
002900   05 ECL-PD-PCT                    PIC 9(3)V99.                  ceclparm
003000   05 ECL-LGD-PCT                   PIC 9(3)V99.                  ceclparm
003100   05 ECL-EFF-DATE                  PIC 9(8).                     ceclparm
