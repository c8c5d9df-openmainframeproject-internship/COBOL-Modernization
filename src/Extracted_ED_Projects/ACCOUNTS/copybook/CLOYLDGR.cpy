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
001100                                                                  cloyldgr
001200***************************************************************** cloyldgr
001300* CLOYLDGR.CPY                                                  * cloyldgr
001400*---------------------------------------------------------------* cloyldgr
001500* Loyalty points ledger (LOYLDGR), one row per customer PID,    * cloyldgr
001600* opened by LOYACCR the first time the customer earns. The      * cloyldgr
001700* balance is what the customer may still redeem; it can go      * cloyldgr
001800* below zero when a reversal takes back points already spent,   * cloyldgr
001900* and then nothing is redeemable until it is earned back. The   * cloyldgr
002000* tier is the one the customer earned at on the tier date. A    * cloyldgr
002100* control row (PID spaces) records the last business date       * cloyldgr
002200* LOYACCR accrued, so a rerun of the same night awards nothing  * cloyldgr
002300* twice.                                                        * cloyldgr
002400***************************************************************** cloyldgr
002500 01 LOYLDGR-RECORD.                                               cloyldgr
002600   05 LDG-PID                      PIC X(5).                      cloyldgr
002700   05 LDG-ROW-TYPE                 PIC X(1).                      cloyldgr
002800     88 LDG-CONTROL-ROW            VALUE 'C'.                     cloyldgr
002900     88 LDG-MEMBER-ROW             VALUE 'M'.                     cloyldgr
003000   05 LDG-TIER                     PIC X(1).                      cloyldgr
003100   05 LDG-TIER-DATE                PIC 9(8).                      cloyldgr
003200   05 LDG-POINTS-BALANCE           PIC S9(9).                     cloyldgr
003300   05 LDG-POINTS-EARNED            PIC 9(9).                      cloyldgr
003400   05 LDG-POINTS-TAKEN-BACK        PIC 9(9).                      cloyldgr
003500   05 LDG-POINTS-REDEEMED          PIC 9(9).                      cloyldgr
003600   05 LDG-OPENED-DATE              PIC 9(8).                      cloyldgr
003700   05 LDG-LAST-ACCRUAL-DATE        PIC 9(8).                      cloyldgr
003800   05 LDG-LAST-REDEEM-DATE         PIC 9(8).                      cloyldgr
003900   05 FILLER                       PIC X(20).                     cloyldgr
