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
001100                                                                  cpossetl
001200***************************************************************** cpossetl
001300* CPOSSETL.CPY                                                  * cpossetl
001400*---------------------------------------------------------------* cpossetl
001500* One settled purchase on the card network's nightly            * cpossetl
001600* point-of-sale settlement file - what the network says our     * cpossetl
001700* cardholders bought, under the reference and authorization     * cpossetl
001800* code of the request ACCTPOS approved. ACCTPOSS posts each     * cpossetl
001900* item matched to an open POSAUTH authorization and raises any  * cpossetl
002000* item it cannot match for exception handling. The last record  * cpossetl
002100* is the network's control ('T' in the type position) in the    * cpossetl
002200* CDIRCRD trailer convention, and the file must prove to it     * cpossetl
002300* before anything posts.                                        * cpossetl
002400***************************************************************** cpossetl
002500 01 POSSETL-RECORD.                                               cpossetl
002600   05 PSL-DATA                     PIC X(80).                     cpossetl
002700   05 PSL-DETAIL REDEFINES PSL-DATA.                              cpossetl
002800     10 PSL-TYPE                   PIC X(1).                      cpossetl
002900       88 PSL-ITEM                 VALUE 'D'.                     cpossetl
003000       88 PSL-CONTROL-RECORD       VALUE 'T'.                     cpossetl
003100     10 PSL-NETWORK-REF            PIC X(16).                     cpossetl
003200     10 PSL-CARD-NO                PIC X(16).                     cpossetl
003300     10 PSL-AUTH-CODE              PIC 9(6).                      cpossetl
003400     10 PSL-AMOUNT                 PIC 9(7)V99.                   cpossetl
003500     10 PSL-SETTLE-DATE            PIC 9(8).                      cpossetl
003600     10 PSL-MERCHANT-ID            PIC X(15).                     cpossetl
003700     10 FILLER                     PIC X(9).                      cpossetl
003800   05 PSL-CONTROL REDEFINES PSL-DATA.                             cpossetl
003900     10 FILLER                     PIC X(1).                      cpossetl
004000     10 PST-ITEM-COUNT             PIC 9(6).                      cpossetl
004100     10 PST-AMOUNT-TOTAL           PIC 9(11)V99.                  cpossetl
004200     10 FILLER                     PIC X(60).                     cpossetl
