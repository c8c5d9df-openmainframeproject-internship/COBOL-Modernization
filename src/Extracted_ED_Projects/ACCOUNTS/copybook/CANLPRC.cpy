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
001100                                                                  canlprc
001200***************************************************************** canlprc
001300* CANLPRC.CPY                                                   * canlprc
001400*---------------------------------------------------------------* canlprc
001500* Account analysis price list (ANLPRICE), changed through       * canlprc
001600* PARMMNT. A list is a header row ('H') carrying the monthly    * canlprc
001700* account maintenance charge, the annual earnings credit rate   * canlprc
001800* and the reserve percentage held back from the average         * canlprc
001900* collected balance before the credit is earned, followed by    * canlprc
002000* one service row ('S') for each ACCTTRN type the list prices,  * canlprc
002100* with the unit price and the description the analysis          * canlprc
002200* statement prints. A later effective date replaces an earlier  * canlprc
002300* row for the same list and service.                            * canlprc
002400***************************************************************** canlprc
002500 01 ANLPRICE-RECORD.                                              canlprc
002600   05 ANP-PRICE-LIST               PIC X(4).                      canlprc
002700   05 ANP-ROW-TYPE                 PIC X(1).                      canlprc
002800     88 ANP-HEADER-ROW             VALUE 'H'.                     canlprc
002900     88 ANP-SERVICE-ROW            VALUE 'S'.                     canlprc
003000   05 ANP-SERVICE-TYPE             PIC X(2).                      canlprc
003100   05 ANP-DESC                     PIC X(20).                     canlprc
003200   05 ANP-UNIT-PRICE               PIC 9(3)V99.                   canlprc
003300   05 ANP-MONTHLY-FEE              PIC 9(5)V99.                   canlprc
003400   05 ANP-ECR-RATE                 PIC 9(2)V9(4).                 canlprc
003500   05 ANP-RESERVE-PCT              PIC 9(2)V99.                   canlprc
003600   05 ANP-EFF-DATE                 PIC 9(8).                      canlprc
003700   05 FILLER                       PIC X(23).                     canlprc
