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
001100                                                                  cpfthhd
001200***************************************************************** cpfthhd
001300* CPFTHHD.CPY                                                   * cpfthhd
001400*---------------------------------------------------------------* cpfthhd
001500* Per-household work row on the PFTHHLD file, built by PFTMNTH  * cpfthhd
001600* from its customers' results - each customer in a household    * cpfthhd
001700* (found through RELXREF) adds their postings, fee and interest * cpfthhd
001800* revenue, interest expense, FTP amount, transaction cost and   * cpfthhd
001900* net contribution to the household's row.                      * cpfthhd
002000***************************************************************** cpfthhd
002100 01 PFTHHLD-RECORD.                                               cpfthhd
002200   05 PFH-HOUSEHOLD-ID             PIC X(5).                      cpfthhd
002300   05 PFH-CUSTOMERS                PIC 9(5).                      cpfthhd
002400   05 PFH-TXN-COUNT                PIC 9(7).                      cpfthhd
002500   05 PFH-FEE-REVENUE              PIC S9(11)V99.                 cpfthhd
002600   05 PFH-INT-REVENUE              PIC S9(11)V99.                 cpfthhd
002700   05 PFH-INT-EXPENSE              PIC S9(11)V99.                 cpfthhd
002800   05 PFH-FTP                      PIC S9(11)V99.                 cpfthhd
002900   05 PFH-TXN-COST                 PIC S9(11)V99.                 cpfthhd
003000   05 PFH-NET                      PIC S9(11)V99.                 cpfthhd
