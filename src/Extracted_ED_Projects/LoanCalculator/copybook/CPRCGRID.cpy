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
001100                                                                  cprcgrid
001200***************************************************************** cprcgrid
001300* CPRCGRID.CPY                                                  * cprcgrid
001400*---------------------------------------------------------------* cprcgrid
001500* Risk-based pricing grid - the annual rate a loan is quoted    * cprcgrid
001600* and booked at, one row per product, term band, loan-to-value  * cprcgrid
001700* band and credit tier. A band is given by its upper bound: a   * cprcgrid
001800* loan falls in the narrowest term band not shorter than its    * cprcgrid
001900* term and, inside that, the narrowest LTV band not under its   * cprcgrid
002000* combined loan-to-value (zero for unsecured). Effective-dated  * cprcgrid
002100* like RATETBL: the latest row not after the quote date wins,   * cprcgrid
002200* and changes are appended through PARMMNT under dual control.  * cprcgrid
002300***************************************************************** cprcgrid
002400 01 PRCGRID-RECORD.                                               cprcgrid
002500   05 PGR-PRODUCT-CODE              PIC X(4).                     cprcgrid
002600   05 PGR-TERM-MAX-MONTHS           PIC 9(4).                     cprcgrid
002700   05 PGR-LTV-MAX-PCT               PIC 9(3)V99.                  cprcgrid
002800   05 PGR-CREDIT-TIER               PIC X(1).                     cprcgrid
002900   05 PGR-ANNUAL-RATE               PIC 9(3)V9(6).                cprcgrid
003000   05 PGR-EFF-DATE                  PIC 9(8).                     cprcgrid
