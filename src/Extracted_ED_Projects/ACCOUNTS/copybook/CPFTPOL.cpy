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
001100                                                                  cpftpol
001200***************************************************************** cpftpol
001300* CPFTPOL.CPY                                                   * cpftpol
001400*---------------------------------------------------------------* cpftpol
001500* One-record layout for the PFTPOL file - the monthly           * cpftpol
001600* profitability run's assumptions, maintained through PARMMNT.  * cpftpol
001700* PFP-FTP-RATE is the annual funds-transfer-pricing rate:       * cpftpol
001800* deposit and GIC balances earn it as a credit for the funding  * cpftpol
001900* they provide, loan, line and overdrawn balances pay it as a   * cpftpol
002000* charge for the funding they use. The four costs are the       * cpftpol
002100* allocated cost of one posting through each channel - teller,  * cpftpol
002200* ATM, online and batch. With no file PFTMNTH uses 3% and costs * cpftpol
002300* of 3.50, 1.00, 0.20 and 0.05, and lists the top 25.           * cpftpol
002400***************************************************************** cpftpol
002500 01 PFTPOL-RECORD.                                                cpftpol
002600   05 PFP-FTP-RATE                 PIC 9(2)V9(4).                 cpftpol
002700   05 PFP-COST-TELLER              PIC 9(3)V99.                   cpftpol
002800   05 PFP-COST-ATM                 PIC 9(3)V99.                   cpftpol
002900   05 PFP-COST-ONLINE              PIC 9(3)V99.                   cpftpol
003000   05 PFP-COST-BATCH               PIC 9(3)V99.                   cpftpol
003100   05 PFP-REPORT-TOP               PIC 9(3).                      cpftpol
003200   05 FILLER                       PIC X(51).                     cpftpol
