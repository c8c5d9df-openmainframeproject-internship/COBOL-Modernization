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
001100                                                                  ccpexpq
001200***************************************************************** ccpexpq
001300* CCPEXPQ.CPY                                                   * ccpexpq
001400*---------------------------------------------------------------* ccpexpq
001500* Request/reply area for the CpExpChk subprogram - the caller   * ccpexpq
001600* names the borrower and the new commitment (a loan amount, a   * ccpexpq
001700* new line's limit or a limit increase). The reply gives the    * ccpexpq
001800* borrower's group, the group's exposure from the last CPEXPOS  * ccpexpq
001900* run plus what has been added since, the exposure with the new * ccpexpq
002000* commitment, and the CPEXPOL limit: within it, over the        * ccpexpq
002100* referral share (to be sent for approval) or over the limit    * ccpexpq
002200* (to be declined). An add request records a commitment the     * ccpexpq
002300* caller has approved or queued against the group.              * ccpexpq
002400***************************************************************** ccpexpq
002500 01 CPEXPCHK-REQUEST.                                             ccpexpq
002600   05 CXQ-FUNCTION                 PIC X(1).                      ccpexpq
002700     88 CXQ-FUNC-CHECK             VALUE 'C'.                     ccpexpq
002800     88 CXQ-FUNC-ADD               VALUE 'A'.                     ccpexpq
002900   05 CXQ-PID                      PIC X(5).                      ccpexpq
003000   05 CXQ-AMOUNT                   PIC S9(9)V99.                  ccpexpq
003100   05 CXQ-GROUP-ID                 PIC X(5).                      ccpexpq
003200   05 CXQ-EXPOSURE                 PIC S9(11)V99.                 ccpexpq
003300   05 CXQ-PROJECTED                PIC S9(11)V99.                 ccpexpq
003400   05 CXQ-GROUP-LIMIT              PIC 9(9)V99.                   ccpexpq
003500   05 CXQ-REPLY                    PIC X(1).                      ccpexpq
003600     88 CXQ-WITHIN-LIMIT           VALUE 'Y'.                     ccpexpq
003700     88 CXQ-REFER                  VALUE 'R'.                     ccpexpq
003800     88 CXQ-OVER-LIMIT             VALUE 'N'.                     ccpexpq
003900   05 CXQ-REPLY-MSG                PIC X(40).                     ccpexpq
