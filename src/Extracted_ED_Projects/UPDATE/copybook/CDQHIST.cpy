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
001100                                                                  cdqhist
001200***************************************************************** cdqhist
001300* CDQHIST.CPY                                                   * cdqhist
001400*---------------------------------------------------------------* cdqhist
001500* One row per rule per weekly DQSCORE run on the DQHIST file,   * cdqhist
001600* so each scorecard can show rule failure counts against the    * cdqhist
001700* previous week. Rule ID ALL carries the count of customers     * cdqhist
001800* failing any rule.                                             * cdqhist
001900***************************************************************** cdqhist
002000 01 DQHIST-RECORD.                                                cdqhist
002100   05 DQH-RUN-DATE                 PIC 9(8).                      cdqhist
002200   05 DQH-RULE-ID                  PIC X(4).                      cdqhist
002300     88 DQH-RULE-ALL               VALUE 'ALL '.                  cdqhist
002400   05 DQH-FAIL-COUNT               PIC 9(7).                      cdqhist
002500   05 DQH-SCORED-COUNT             PIC 9(7).                      cdqhist
002600   05 FILLER                       PIC X(14).                     cdqhist
