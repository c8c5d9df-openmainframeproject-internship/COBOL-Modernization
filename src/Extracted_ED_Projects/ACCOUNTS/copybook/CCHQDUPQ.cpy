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
001100                                                                  cchqdupq
001200***************************************************************** cchqdupq
001300* CCHQDUPQ.CPY                                                  * cchqdupq
001400*---------------------------------------------------------------* cchqdupq
001500* Request/reply area for the CHQDUPCK subprogram - a deposit    * cchqdupq
001600* program asks whether a cheque item (MICR line plus amount)    * cchqdupq
001700* has been deposited before. 'C' only checks; 'R' checks and,   * cchqdupq
001800* for a new item, records it on CHQDEPR against the deposit     * cchqdupq
001900* just posted. A duplicate comes back with the channel, date    * cchqdupq
002000* and account it was first deposited to, and the caller refuses * cchqdupq
002100* the item with the reply message.                              * cchqdupq
002200***************************************************************** cchqdupq
002300 01 CHQDUPCK-REQUEST.                                             cchqdupq
002400   05 CDQ-FUNCTION                PIC X(1).                       cchqdupq
002500     88 CDQ-FUNC-CHECK            VALUE 'C'.                      cchqdupq
002600     88 CDQ-FUNC-REGISTER         VALUE 'R'.                      cchqdupq
002700   05 CDQ-PAYOR-ROUTING           PIC X(9).                       cchqdupq
002800   05 CDQ-PAYOR-ACCOUNT           PIC X(12).                      cchqdupq
002900   05 CDQ-SERIAL                  PIC X(6).                       cchqdupq
003000   05 CDQ-AMOUNT                  PIC 9(7)V99.                    cchqdupq
003100   05 CDQ-CHANNEL                 PIC X(1).                       cchqdupq
003200   05 CDQ-OWNER-PID               PIC X(5).                       cchqdupq
003300   05 CDQ-ACCOUNT                 PIC X(9).                       cchqdupq
003400   05 CDQ-DEPOSIT-DATE            PIC 9(8).                       cchqdupq
003500   05 CDQ-DEPOSIT-TIME            PIC 9(8).                       cchqdupq
003600   05 CDQ-REF-NO                  PIC 9(12).                      cchqdupq
003700   05 CDQ-IMAGE-REF               PIC X(20).                      cchqdupq
003800   05 CDQ-BRANCH                  PIC X(4).                       cchqdupq
003900   05 CDQ-REPLY                   PIC X(1).                       cchqdupq
004000     88 CDQ-NEW-ITEM              VALUE 'Y'.                      cchqdupq
004100     88 CDQ-DUPLICATE             VALUE 'D'.                      cchqdupq
004200   05 CDQ-PRIOR-CHANNEL           PIC X(1).                       cchqdupq
004300   05 CDQ-PRIOR-DATE              PIC 9(8).                       cchqdupq
004400   05 CDQ-PRIOR-ACCOUNT           PIC X(9).                       cchqdupq
004500   05 CDQ-REPLY-MSG               PIC X(40).                      cchqdupq
