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
001100                                                                  cacctd14
001200***************************************************************** cacctd14
001300* CACCTD14.CPY                                                  * cacctd14
001400*---------------------------------------------------------------* cacctd14
001500* This area is used to pass data between the card network's     * cacctd14
001600* point-of-sale request and ACCTPOS, which authorizes a debit   * cacctd14
001700* card purchase - the card number, the PIN the customer keyed,  * cacctd14
001800* the amount, the network's reference for the request and the   * cacctd14
001900* merchant. An approval carries the authorization code the      * cacctd14
002000* network prints on the receipt and the purchase limit left for * cacctd14
002100* the day.                                                      * cacctd14
002200***************************************************************** cacctd14
002300   05  CD14-DATA.                                                 cacctd14
002400     10  CD14I-DATA.                                              cacctd14
002500       15  CD14I-CARD-NO                    PIC X(16).            cacctd14
002600       15  CD14I-PIN                        PIC 9(4).             cacctd14
002700       15  CD14I-AMOUNT                     PIC 9(5)V99.          cacctd14
002800       15  CD14I-NETWORK-REF                PIC X(16).            cacctd14
002900       15  CD14I-MERCHANT-ID                PIC X(15).            cacctd14
003000       15  CD14I-MERCHANT-NAME              PIC X(22).            cacctd14
003100     10  CD14O-DATA.                                              cacctd14
003200       15  CD14O-APPROVED-FLAG              PIC X(1).             cacctd14
003300         88  CD14O-APPROVED                 VALUE 'Y'.            cacctd14
003400       15  CD14O-MESSAGE                    PIC X(40).            cacctd14
003500       15  CD14O-AUTH-CODE                  PIC 9(6).             cacctd14
003600       15  CD14O-REMAINING-LIMIT            PIC 9(5)V99.          cacctd14
