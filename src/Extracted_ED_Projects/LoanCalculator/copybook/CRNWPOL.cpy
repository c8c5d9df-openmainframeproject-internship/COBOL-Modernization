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
001100                                                                  crnwpol
001200***************************************************************** crnwpol
001300* CRNWPOL.CPY                                                   * crnwpol
001400*---------------------------------------------------------------* crnwpol
001500* One-record layout for the RENWPOL file - the mortgage term    * crnwpol
001600* renewal policy. LoanRenwBatch writes the renewal offer this   * crnwpol
001700* many days before a loan's term matures, and a borrower who    * crnwpol
001800* has sent no instruction by maturity is renewed into the       * crnwpol
001900* default term. Changed through PARMMNT like CHGOPOL.           * crnwpol
002000***************************************************************** crnwpol
002100 01 RENWPOL-RECORD.                                               crnwpol
002200   05 RNP-OFFER-DAYS                PIC 9(3).                     crnwpol
002300   05 RNP-DEFAULT-TERM-YEARS        PIC 9(1).                     crnwpol
