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
001100                                                                  ccpexpol
001200***************************************************************** ccpexpol
001300* CCPEXPOL.CPY                                                  * ccpexpol
001400*---------------------------------------------------------------* ccpexpol
001500* One-record layout for the CPEXPOL file - the single-name      * ccpexpol
001600* lending limit a connected-party group (or a borrower in no    * ccpexpol
001700* group) may reach across loans, lines and overdrafts, the      * ccpexpol
001800* share of it past which new credit goes for second-person      * ccpexpol
001900* approval, and how many of the largest groups the monthly      * ccpexpol
002000* large-exposure report lists. Changed through PARMMNT like     * ccpexpol
002100* LTVPOL; with no record the limit is 500,000, referral starts  * ccpexpol
002200* at 80% and the report lists 20 groups.                        * ccpexpol
002300***************************************************************** ccpexpol
002400 01 CPEXPOL-RECORD.                                               ccpexpol
002500   05 CPX-GROUP-LIMIT              PIC 9(9)V99.                   ccpexpol
002600   05 CPX-REFER-PCT                PIC 9(3)V99.                   ccpexpol
002700   05 CPX-REPORT-TOP               PIC 9(3).                      ccpexpol
002800   05 FILLER                       PIC X(61).                     ccpexpol
