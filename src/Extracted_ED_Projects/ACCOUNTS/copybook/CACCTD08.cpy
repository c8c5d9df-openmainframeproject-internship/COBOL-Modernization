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
001100                                                                  cacctd08
001200***************************************************************** cacctd08
001300* CACCTD08.CPY                                                  * cacctd08
001400*---------------------------------------------------------------* cacctd08
001500* This area is used to pass data between a requesting program   * cacctd08
001600* and ACCTP2P, which sends money to an e-mail or mobile alias   * cacctd08
001700* ('S') or accepts a transfer waiting for the signed-on         * cacctd08
001800* customer ('A') - the alias, amount and security question and  * cacctd08
001900* answer in, and the posting reference, the transfer's state    * cacctd08
002000* and the date it expires out.                                  * cacctd08
002100***************************************************************** cacctd08
002200   05  CD08-DATA.                                                 cacctd08
002300     10  CD08I-DATA.                                              cacctd08
002400       15  CD08I-ACTION                     PIC X(1).             cacctd08
002500         88  CD08I-SEND                     VALUE 'S'.            cacctd08
002600         88  CD08I-ACCEPT                   VALUE 'A'.            cacctd08
002700       15  CD08I-PERSON-PID                 PIC X(5).             cacctd08
002800       15  CD08I-ACCOUNT                    PIC X(9).             cacctd08
002900       15  CD08I-ALIAS                      PIC X(50).            cacctd08
003000       15  CD08I-AMOUNT                     PIC S9(7)V99.         cacctd08
003100       15  CD08I-QUESTION                   PIC X(40).            cacctd08
003200       15  CD08I-ANSWER                     PIC X(20).            cacctd08
003300       15  CD08I-REF-NO                     PIC 9(12).            cacctd08
003400     10  CD08O-DATA.                                              cacctd08
003500       15  CD08O-APPROVED-FLAG              PIC X(1).             cacctd08
003600         88  CD08O-APPROVED                 VALUE 'Y'.            cacctd08
003700       15  CD08O-MESSAGE                    PIC X(40).            cacctd08
003800       15  CD08O-BALANCE                    PIC S9(7)V99.         cacctd08
003900       15  CD08O-REF-NO                     PIC 9(12).            cacctd08
004000       15  CD08O-XFER-STATUS                PIC X(1).             cacctd08
004100       15  CD08O-EXPIRY-DATE                PIC 9(8).             cacctd08
