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
001100                                                                  cloypol
001200***************************************************************** cloypol
001300* CLOYPOL.CPY                                                   * cloypol
001400*---------------------------------------------------------------* cloypol
001500* One-record layout for the LOYPOL file - the loyalty programme * cloypol
001600* policy, changed through PARMMNT. The three floors are the     * cloypol
001700* combined household relationship balance (deposits plus open   * cloypol
001800* GIC principal) at which a customer reaches the silver, gold   * cloypol
001900* and platinum tiers; below the silver floor a customer is in   * cloypol
002000* the base tier 'B'. The point value is the dollars one point   * cloypol
002100* is worth when redeemed and when finance values the points     * cloypol
002200* outstanding. The minimum is the fewest points one redemption  * cloypol
002300* may take. Donations are credited to the charity's ACCTMST     * cloypol
002400* account named here.                                           * cloypol
002500***************************************************************** cloypol
002600 01 LOYPOL-RECORD.                                                cloypol
002700   05 LPL-TIER-FLOOR               PIC 9(9)V99 OCCURS 3 TIMES.    cloypol
002800   05 LPL-POINT-VALUE              PIC 9(1)V9(4).                 cloypol
002900   05 LPL-MIN-REDEEM               PIC 9(7).                      cloypol
003000   05 LPL-DONATE-PID               PIC X(5).                      cloypol
003100   05 LPL-DONATE-ACCOUNT           PIC X(9).                      cloypol
003200   05 FILLER                       PIC X(21).                     cloypol
