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
001100                                                                  cregplnq
001200***************************************************************** cregplnq
001300* CREGPLNQ.CPY                                                  * cregplnq
001400*---------------------------------------------------------------* cregplnq
001500* Request/reply area for the REGPLAN subprogram - a posting     * cregplnq
001600* program reports every deposit to or withdrawal from an        * cregplnq
001700* account after it posts, and REGPLAN records it against the    * cregplnq
001800* customer's registered plan room when the account's product is * cregplnq
001900* a registered plan. The money has already moved; an over-      * cregplnq
002000* contribution reply is a warning the caller passes on to the   * cregplnq
002100* teller, the customer or the exception count, never a refusal. * cregplnq
002200***************************************************************** cregplnq
002300 01 REGPLAN-REQUEST.                                              cregplnq
002400   05 RPQ-FUNCTION                 PIC X(1).                      cregplnq
002500     88 RPQ-CONTRIBUTION           VALUE 'C'.                     cregplnq
002600     88 RPQ-WITHDRAWAL             VALUE 'W'.                     cregplnq
002700   05 RPQ-OWNER-PID                PIC X(5).                      cregplnq
002800   05 RPQ-ACCOUNT                  PIC X(9).                      cregplnq
002900   05 RPQ-PRODUCT-CODE             PIC X(4).                      cregplnq
003000   05 RPQ-SOURCE-TYPE              PIC X(2).                      cregplnq
003100   05 RPQ-AMOUNT                   PIC 9(7)V99.                   cregplnq
003200   05 RPQ-POST-DATE                PIC 9(8).                      cregplnq
003300   05 RPQ-REPLY                    PIC X(1).                      cregplnq
003400     88 RPQ-NOT-REGISTERED         VALUE 'N'.                     cregplnq
003500     88 RPQ-RECORDED               VALUE 'Y'.                     cregplnq
003600     88 RPQ-OVER-CONTRIBUTED       VALUE 'O'.                     cregplnq
003700   05 RPQ-PLAN-TYPE                PIC X(1).                      cregplnq
003800   05 RPQ-TAX-YEAR                 PIC 9(4).                      cregplnq
003900   05 RPQ-ROOM-LEFT                PIC S9(7)V99.                  cregplnq
004000   05 RPQ-REPLY-MSG                PIC X(40).                     cregplnq
