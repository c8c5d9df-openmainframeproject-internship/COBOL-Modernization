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
001100                                                                  ceclmemo
001200***************************************************************** ceclmemo
001300* CECLMEMO.CPY                                                  * ceclmemo
001400*---------------------------------------------------------------* ceclmemo
001500* Loan-loss allowance memo - the allowance LoanEclBatch last    * ceclmemo
001600* booked for each product and branch. This month's GL entry is  * ceclmemo
001700* the difference between the fresh calculation and this memo,   * ceclmemo
001800* the way ACCTFXRV books only the movement off CFXVALMM, and    * ceclmemo
001900* the file is rewritten whole at the end of every run.          * ceclmemo
002000***************************************************************** ceclmemo
002100 01 ECLMEMO-RECORD.                                               ceclmemo
002200   05 ECM-KEY.                                                    ceclmemo
002300     10 ECM-PRODUCT-CODE            PIC X(4).                     ceclmemo
002400     10 ECM-BRANCH                  PIC X(4).                     ceclmemo
002500   05 ECM-ALLOWANCE                 PIC S9(9)V99.                 ceclmemo
002600   05 ECM-RUN-DATE                  PIC 9(8).                     ceclmemo
