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
001100                                                                  clnprcq
001200***************************************************************** clnprcq
001300* CLNPRCQ.CPY                                                   * clnprcq
001400*---------------------------------------------------------------* clnprcq
001500* Request/reply area for the LoanPrice subprogram - the caller  * clnprcq
001600* gives the product, term in months, combined loan-to-value     * clnprcq
001700* percentage, credit tier and the date to price on; LoanPrice   * clnprcq
001800* hands back the PRCGRID rate and the bands it came from, or    * clnprcq
001900* LPQ-NO-GRID-ROW when the grid does not cover the loan.        * clnprcq
002000***************************************************************** clnprcq
002100 01 LOANPRICE-REQUEST.                                            clnprcq
002200   05 LPQ-PRODUCT-CODE              PIC X(4).                     clnprcq
002300   05 LPQ-TERM-MONTHS               PIC 9(5).                     clnprcq
002400   05 LPQ-LTV-PCT                   PIC 9(3)V99.                  clnprcq
002500   05 LPQ-CREDIT-TIER               PIC X(1).                     clnprcq
002600   05 LPQ-PRICE-DATE                PIC 9(8).                     clnprcq
002700   05 LPQ-REPLY                     PIC X(1).                     clnprcq
002800     88 LPQ-RATE-FOUND              VALUE 'F'.                    clnprcq
002900     88 LPQ-NO-GRID-ROW             VALUE 'N'.                    clnprcq
003000   05 LPQ-GRID-RATE                 PIC 9(3)V9(6).                clnprcq
003100   05 LPQ-TERM-BAND                 PIC 9(4).                     clnprcq
003200   05 LPQ-LTV-BAND                  PIC 9(3)V99.                  clnprcq
