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
001100                                                                  clnparty
001200***************************************************************** clnparty
001300* CLNPARTY.CPY                                                  * clnparty
001400*---------------------------------------------------------------* clnparty
001500* Loan party cross-reference - one row per additional obligor   * clnparty
001600* on a term loan (LOANMST) or line of credit (LOCMST), keyed by * clnparty
001700* the facility's own key (owner PID + account) plus the party's * clnparty
001800* PID, so a facility's parties browse together behind the       * clnparty
001900* primary. The role says how the party is bound: a co-borrower  * clnparty
002000* is jointly liable for the whole debt, a guarantor answers     * clnparty
002100* for it up to the liability limit (zero meaning unlimited).    * clnparty
002200* Collections and the bureau extract both work from this file;  * clnparty
002300* a released party stays on file for the history.               * clnparty
002400***************************************************************** clnparty
002500 01 LNPARTY-RECORD.                                               clnparty
002600   05 LPY-KEY.                                                    clnparty
002700     10 LPY-OWNER-PID               PIC X(5).                     clnparty
002800     10 LPY-ACCOUNT                 PIC X(9).                     clnparty
002900     10 LPY-PARTY-PID               PIC X(5).                     clnparty
003000   05 LPY-ROLE                      PIC X(1).                     clnparty
003100     88 LPY-CO-BORROWER             VALUE 'C'.                    clnparty
003200     88 LPY-GUARANTOR               VALUE 'G'.                    clnparty
003300   05 LPY-LIABILITY-LIMIT           PIC 9(7)V99.                  clnparty
003400   05 LPY-STATUS                    PIC X(1).                     clnparty
003500     88 LPY-ACTIVE                  VALUE 'A'.                    clnparty
003600     88 LPY-RELEASED                VALUE 'R'.                    clnparty
003700   05 LPY-ADDED-DATE                PIC 9(8).                     clnparty
003800   05 LPY-ADDED-BY                  PIC X(5).                     clnparty
