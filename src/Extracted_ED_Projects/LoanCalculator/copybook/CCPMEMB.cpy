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
001100                                                                  ccpmemb
001200***************************************************************** ccpmemb
001300* CCPMEMB.CPY                                                   * ccpmemb
001400*---------------------------------------------------------------* ccpmemb
001500* Connected-party membership index on the CPMEMB file - one row * ccpmemb
001600* per PID naming the single group it belongs to. CPGROUP is     * ccpmemb
001700* keyed by group, so this is how the exposure run and CpExpChk  * ccpmemb
001800* find a borrower's group without reading the group file end to * ccpmemb
001900* end. Written and deleted only by CpGrpBatch alongside the     * ccpmemb
002000* CPGROUP row.                                                  * ccpmemb
002100***************************************************************** ccpmemb
002200 01 CPMEMB-RECORD.                                                ccpmemb
002300   05 CPM-PID                      PIC X(5).                      ccpmemb
002400   05 CPM-GROUP-ID                 PIC X(5).                      ccpmemb
002500   05 CPM-ADDED-DATE               PIC 9(8).                      ccpmemb
