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
001100                                                                  cpreppol
001200***************************************************************** cpreppol
001300* CPREPPOL.CPY                                                  * cpreppol
001400*---------------------------------------------------------------* cpreppol
001500* One-record layout for the PREPPOL file - the prepayment       * cpreppol
001600* privilege written into new closed (term) mortgages: the       * cpreppol
001700* percentage of the original amount the borrower may prepay     * cpreppol
001800* each anniversary year without penalty. Stamped on the loan    * cpreppol
001900* when it goes onto a term, so a later change here does not     * cpreppol
002000* rewrite existing contracts. Changed through PARMMNT.          * cpreppol
002100***************************************************************** cpreppol
002200 01 PREPPOL-RECORD.                                               cpreppol
002300   05 PPP-ALLOWANCE-PCT             PIC 9(3)V99.                  cpreppol
