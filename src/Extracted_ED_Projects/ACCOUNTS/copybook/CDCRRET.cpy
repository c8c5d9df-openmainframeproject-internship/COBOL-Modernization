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
001100                                                                  cdcrret
001200***************************************************************** cdcrret
001300* CDCRRET.CPY                                                   * cdcrret
001400*---------------------------------------------------------------* cdcrret
001500* One item on the inbound direct-credit returns file (DCRRET) - * cdcrret
001600* a DIRCRO payment the payee's bank could not apply, identified * cdcrret
001700* by the reference number it went out under, plus the clearing  * cdcrret
001800* house's return reason. ACCTBPYR credits the money back to the * cdcrret
001900* business customer's funding account and reports it to the     * cdcrret
002000* customer.                                                     * cdcrret
002100***************************************************************** cdcrret
002200 01 DCRRET-RECORD.                                                cdcrret
002300   05 DRT-REF-NO                   PIC 9(12).                     cdcrret
002400   05 DRT-EXT-ROUTING              PIC X(9).                      cdcrret
002500   05 DRT-EXT-ACCOUNT              PIC X(12).                     cdcrret
002600   05 DRT-AMOUNT                   PIC 9(7)V99.                   cdcrret
002700   05 DRT-REASON-CODE              PIC X(2).                      cdcrret
002800     88 DRT-REASON-NO-ACCOUNT      VALUE 'NA'.                    cdcrret
002900     88 DRT-REASON-CLOSED          VALUE 'AC'.                    cdcrret
003000     88 DRT-REASON-NAME-MISMATCH   VALUE 'NM'.                    cdcrret
003100     88 DRT-REASON-REFUSED         VALUE 'RF'.                    cdcrret
003200   05 DRT-RETURN-DATE              PIC 9(8).                      cdcrret
