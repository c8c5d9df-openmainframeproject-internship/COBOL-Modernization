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
001100                                                                  cloyrdmq
001200***************************************************************** cloyrdmq
001300* CLOYRDMQ.CPY                                                  * cloyrdmq
001400*---------------------------------------------------------------* cloyrdmq
001500* Request/reply area for the LOYREDM subprogram, shared by the  * cloyrdmq
001600* teller and web redemption paths the way CHQDUPCK is shared.   * cloyrdmq
001700* 'C' checks that the customer can redeem the points asked for  * cloyrdmq
001800* and hands back their dollar value (and, for a donation, the   * cloyrdmq
001900* charity account to credit) without changing anything; 'R'     * cloyrdmq
002000* does the same checks and then takes the points off LOYLDGR    * cloyrdmq
002100* and logs the redemption on LOYTXN against the posting         * cloyrdmq
002200* reference the caller has just written. A refusal comes back   * cloyrdmq
002300* with the reply message.                                       * cloyrdmq
002400***************************************************************** cloyrdmq
002500 01 LOYREDM-REQUEST.                                              cloyrdmq
002600   05 LRQ-FUNCTION                 PIC X(1).                      cloyrdmq
002700     88 LRQ-FUNC-CHECK             VALUE 'C'.                     cloyrdmq
002800     88 LRQ-FUNC-REDEEM            VALUE 'R'.                     cloyrdmq
002900   05 LRQ-PID                      PIC X(5).                      cloyrdmq
003000   05 LRQ-OPTION                   PIC X(1).                      cloyrdmq
003100     88 LRQ-STATEMENT-CREDIT       VALUE 'S'.                     cloyrdmq
003200     88 LRQ-DONATION               VALUE 'D'.                     cloyrdmq
003300   05 LRQ-POINTS                   PIC 9(7).                      cloyrdmq
003400   05 LRQ-CHANNEL                  PIC X(1).                      cloyrdmq
003500   05 LRQ-DATE                     PIC 9(8).                      cloyrdmq
003600   05 LRQ-TIME                     PIC 9(8).                      cloyrdmq
003700   05 LRQ-REF-NO                   PIC 9(12).                     cloyrdmq
003800   05 LRQ-REPLY                    PIC X(1).                      cloyrdmq
003900     88 LRQ-ACCEPTED               VALUE 'Y'.                     cloyrdmq
004000     88 LRQ-REFUSED                VALUE 'N'.                     cloyrdmq
004100   05 LRQ-VALUE                    PIC 9(7)V99.                   cloyrdmq
004200   05 LRQ-DONATE-PID               PIC X(5).                      cloyrdmq
004300   05 LRQ-DONATE-ACCOUNT           PIC X(9).                      cloyrdmq
004400   05 LRQ-BALANCE-AFTER            PIC S9(9).                     cloyrdmq
004500   05 LRQ-REPLY-MSG                PIC X(40).                     cloyrdmq
