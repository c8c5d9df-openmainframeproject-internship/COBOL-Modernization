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
001100                                                                  cpftwrk
001200***************************************************************** cpftwrk
001300* CPFTWRK.CPY                                                   * cpftwrk
001400*---------------------------------------------------------------* cpftwrk
001500* Per-customer work row on the PFTWORK file, rebuilt by each    * cpftwrk
001600* PFTMNTH run from the month's ACCTTRN postings: fee revenue,   * cpftwrk
001700* interest earned on loans, lines and overdrafts, interest paid * cpftwrk
001800* on deposits, and the postings the customer made through each  * cpftwrk
001900* channel with their allocated cost. The balance-based FTP      * cpftwrk
002000* amount is added when the customer's accounts are read.        * cpftwrk
002100***************************************************************** cpftwrk
002200 01 PFTWORK-RECORD.                                               cpftwrk
002300   05 PFW-PID                      PIC X(5).                      cpftwrk
002400   05 PFW-FEE-REVENUE              PIC S9(9)V99.                  cpftwrk
002500   05 PFW-INT-REVENUE              PIC S9(9)V99.                  cpftwrk
002600   05 PFW-INT-EXPENSE              PIC S9(9)V99.                  cpftwrk
002700   05 PFW-TELLER-COUNT             PIC 9(7).                      cpftwrk
002800   05 PFW-ATM-COUNT                PIC 9(7).                      cpftwrk
002900   05 PFW-ONLINE-COUNT             PIC 9(7).                      cpftwrk
003000   05 PFW-BATCH-COUNT              PIC 9(7).                      cpftwrk
003100   05 PFW-TXN-COST                 PIC S9(9)V99.                  cpftwrk
