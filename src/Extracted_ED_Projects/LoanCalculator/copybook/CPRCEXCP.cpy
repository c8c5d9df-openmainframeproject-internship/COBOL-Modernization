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
001100                                                                  cprcexcp
001200***************************************************************** cprcexcp
001300* CPRCEXCP.CPY                                                  * cprcexcp
001400*---------------------------------------------------------------* cprcexcp
001500* Off-grid pricing log - one row for every loan booked below    * cprcexcp
001600* its PRCGRID rate: the approved application LoanAppBatch       * cprcexcp
001700* disburses after second-person release, or the CalcLoanBatch   * cprcexcp
001800* booking of an override quote. Carries the grid and booked     * cprcexcp
001900* rates, who authorized it and why, appended to PRCEXCP for     * cprcexcp
002000* the monthly exception report and never updated in place.      * cprcexcp
002100***************************************************************** cprcexcp
002200 01 PRCEXCP-RECORD.                                               cprcexcp
002300   05 PXC-DATE                      PIC 9(8).                     cprcexcp
002400   05 PXC-OWNER-PID                 PIC X(5).                     cprcexcp
002500   05 PXC-ACCOUNT                   PIC X(9).                     cprcexcp
002600   05 PXC-PRODUCT-CODE              PIC X(4).                     cprcexcp
002700   05 PXC-CREDIT-TIER               PIC X(1).                     cprcexcp
002800   05 PXC-TERM-MONTHS               PIC 9(5).                     cprcexcp
002900   05 PXC-AMOUNT                    PIC 9(7).                     cprcexcp
003000   05 PXC-GRID-RATE                 PIC 9(3)V9(6).                cprcexcp
003100   05 PXC-BOOKED-RATE               PIC 9(3)V9(6).                cprcexcp
003200   05 PXC-REQUESTED-BY              PIC X(5).                     cprcexcp
003300   05 PXC-AUTHORIZED-BY             PIC X(5).                     cprcexcp
003400   05 PXC-REASON                    PIC X(20).                    cprcexcp
003500   05 PXC-SOURCE-PGM                PIC X(8).                     cprcexcp
