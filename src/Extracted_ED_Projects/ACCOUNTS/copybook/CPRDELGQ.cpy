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
001100                                                                  cprdelgq
001200***************************************************************** cprdelgq
001300* CPRDELGQ.CPY                                                  * cprdelgq
001400*---------------------------------------------------------------* cprdelgq
001500* Request/reply area for the PRODELIG subprogram - the caller   * cprdelgq
001600* gives the product applied for, the applicant's date of birth  * cprdelgq
001700* from BNKCUST and the date to judge on; PRODELIG hands back    * cprdelgq
001800* the product's PRD-MIN-AGE, the applicant's age and whether    * cprdelgq
001900* the application may proceed. A product with no minimum        * cprdelgq
002000* age, or not on PRODMST at all, is always eligible.            * cprdelgq
002100***************************************************************** cprdelgq
002200 01 PRODELIG-REQUEST.                                             cprdelgq
002300   05 PEQ-PRODUCT-CODE              PIC X(4).                     cprdelgq
002400   05 PEQ-BIRTH-DTE                 PIC 9(8).                     cprdelgq
002500   05 PEQ-AS-OF-DATE                PIC 9(8).                     cprdelgq
002600   05 PEQ-REPLY                     PIC X(1).                     cprdelgq
002700     88 PEQ-ELIGIBLE                VALUE 'E'.                    cprdelgq
002800     88 PEQ-UNDER-AGE               VALUE 'U'.                    cprdelgq
002900     88 PEQ-NO-BIRTH-DATE           VALUE 'D'.                    cprdelgq
003000   05 PEQ-MIN-AGE                   PIC 9(3).                     cprdelgq
003100   05 PEQ-CUSTOMER-AGE              PIC 9(3).                     cprdelgq
