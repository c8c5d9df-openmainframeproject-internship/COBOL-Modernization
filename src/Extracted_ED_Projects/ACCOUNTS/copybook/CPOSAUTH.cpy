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
001100                                                                  cposauth
001200***************************************************************** cposauth
001300* CPOSAUTH.CPY                                                  * cposauth
001400*---------------------------------------------------------------* cposauth
001500* One point-of-sale debit authorization granted by ACCTPOS,     * cposauth
001600* keyed on the card network's reference for the request so a    * cposauth
001700* repeated request finds the original answer. The approved      * cposauth
001800* amount sits on HOLDMST as an authorization hold               * cposauth
001900* (PAU-HOLD-SEQ) against the card's purchase account until      * cposauth
002000* ACCTPOSS matches the network's settlement item to this row,   * cposauth
002100* posts the purchase as a 'PO' debit and releases the hold. An  * cposauth
002200* authorization the network never settles expires after the     * cposauth
002300* settlement window and its hold goes with it.                  * cposauth
002400***************************************************************** cposauth
002500 01 POSAUTH-RECORD.                                               cposauth
002600   05 PAU-NETWORK-REF              PIC X(16).                     cposauth
002700   05 PAU-CARD-NO                  PIC X(16).                     cposauth
002800   05 PAU-CARD-PID                 PIC X(5).                      cposauth
002900   05 PAU-OWNER-PID                PIC X(5).                      cposauth
003000   05 PAU-ACCOUNT                  PIC X(9).                      cposauth
003100   05 PAU-HOLD-SEQ                 PIC 9(4).                      cposauth
003200   05 PAU-AMOUNT                   PIC 9(7)V99.                   cposauth
003300   05 PAU-AUTH-CODE                PIC 9(6).                      cposauth
003400   05 PAU-AUTH-DATE                PIC 9(8).                      cposauth
003500   05 PAU-AUTH-TIME                PIC 9(8).                      cposauth
003600   05 PAU-MERCHANT-ID              PIC X(15).                     cposauth
003700   05 PAU-MERCHANT-NAME            PIC X(22).                     cposauth
003800   05 PAU-STATUS                   PIC X(1).                      cposauth
003900     88 PAU-AUTHORIZED             VALUE 'A'.                     cposauth
004000     88 PAU-SETTLED                VALUE 'S'.                     cposauth
004100     88 PAU-EXPIRED                VALUE 'X'.                     cposauth
004200   05 PAU-SETTLED-DATE             PIC 9(8).                      cposauth
004300   05 PAU-SETTLED-AMOUNT           PIC 9(7)V99.                   cposauth
004400   05 PAU-POST-REF                 PIC 9(12).                     cposauth
004500   05 FILLER                       PIC X(20).                     cposauth
