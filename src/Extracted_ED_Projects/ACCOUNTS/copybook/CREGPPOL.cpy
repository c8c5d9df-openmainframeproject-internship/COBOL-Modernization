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
001100                                                                  cregppol
001200***************************************************************** cregppol
001300* CREGPPOL.CPY                                                  * cregppol
001400*---------------------------------------------------------------* cregppol
001500* One-record layout for the REGPPOL file - the registered plan  * cregppol
001600* policy. The annual limit is the new room each plan type gains * cregppol
001700* every tax year; a plan type flagged for carryback lets a      * cregppol
001800* contribution made within the first carryback days of the year * cregppol
001900* count toward the prior tax year. Changed through PARMMNT.     * cregppol
002000***************************************************************** cregppol
002100 01 REGPPOL-RECORD.                                               cregppol
002200   05 RPP-TFSA-ANNUAL-LIMIT        PIC 9(7)V99.                   cregppol
002300   05 RPP-TFSA-CARRYBACK           PIC X(1).                      cregppol
002400   05 RPP-RRSP-ANNUAL-LIMIT        PIC 9(7)V99.                   cregppol
002500   05 RPP-RRSP-CARRYBACK           PIC X(1).                      cregppol
002600   05 RPP-CARRYBACK-DAYS           PIC 9(3).                      cregppol
