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
001100                                                                  ccpexpos
001200***************************************************************** ccpexpos
001300* CCPEXPOS.CPY                                                  * ccpexpos
001400*---------------------------------------------------------------* ccpexpos
001500* Aggregate credit exposure on the CPEXPOS file - one row per   * ccpexpos
001600* connected-party group (kind G) or per borrower in no group    * ccpexpos
001700* (kind P), cut fresh each night by CpExpBatch from ACCTMST,    * ccpexpos
001800* LOANMST and LOCMST: loans at their drawn balance plus any     * ccpexpos
001900* construction advance still to come, lines at the greater of   * ccpexpos
002000* limit and drawn, and overdraft limits (or the overdrawn       * ccpexpos
002100* amount beyond one). CpExpChk adds each commitment approved or * ccpexpos
002200* queued later in the day to CPE-ADDED-TODAY so the next        * ccpexpos
002300* application sees it.                                          * ccpexpos
002400***************************************************************** ccpexpos
002500 01 CPEXPOS-RECORD.                                               ccpexpos
002600   05 CPE-KEY.                                                    ccpexpos
002700     10 CPE-KIND                   PIC X(1).                      ccpexpos
002800       88 CPE-KIND-GROUP           VALUE 'G'.                     ccpexpos
002900       88 CPE-KIND-SINGLE          VALUE 'P'.                     ccpexpos
003000     10 CPE-ID                     PIC X(5).                      ccpexpos
003100   05 CPE-PID-COUNT                PIC 9(3).                      ccpexpos
003200   05 CPE-LOAN-EXPOSURE            PIC S9(11)V99.                 ccpexpos
003300   05 CPE-LOC-EXPOSURE             PIC S9(11)V99.                 ccpexpos
003400   05 CPE-OD-EXPOSURE              PIC S9(11)V99.                 ccpexpos
003500   05 CPE-TOTAL-EXPOSURE           PIC S9(11)V99.                 ccpexpos
003600   05 CPE-ADDED-TODAY              PIC S9(11)V99.                 ccpexpos
003700   05 CPE-CALC-DATE                PIC 9(8).                      ccpexpos
003800   05 FILLER                       PIC X(10).                     ccpexpos
