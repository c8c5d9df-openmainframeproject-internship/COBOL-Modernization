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
001100                                                                  cacctd15
001200***************************************************************** cacctd15
001300* CACCTD15.CPY                                                  * cacctd15
001400*---------------------------------------------------------------* cacctd15
001500* This area is used to pass data between a requesting program   * cacctd15
001600* and ACCTMAND, which lets a signer on a mandated account see a * cacctd15
001700* money item held for further signatures ('E'), add their own   * cacctd15
001800* signature to it ('S') or decline it ('D') - the item's        * cacctd15
001900* reference in, and the item and its signatures so far out.     * cacctd15
002000***************************************************************** cacctd15
002100   05  CD15-DATA.                                                 cacctd15
002200     10  CD15I-DATA.                                              cacctd15
002300       15  CD15I-ACTION                     PIC X(1).             cacctd15
002400         88  CD15I-ENQUIRE                  VALUE 'E'.            cacctd15
002500         88  CD15I-SIGN                     VALUE 'S'.            cacctd15
002600         88  CD15I-DECLINE                  VALUE 'D'.            cacctd15
002700       15  CD15I-PERSON-PID                 PIC X(5).             cacctd15
002800       15  CD15I-REF-NO                     PIC 9(12).            cacctd15
002900     10  CD15O-DATA.                                              cacctd15
003000       15  CD15O-APPROVED-FLAG              PIC X(1).             cacctd15
003100         88  CD15O-APPROVED                 VALUE 'Y'.            cacctd15
003200       15  CD15O-MESSAGE                    PIC X(40).            cacctd15
003300       15  CD15O-ACCOUNT                    PIC X(9).             cacctd15
003400       15  CD15O-CHANNEL                    PIC X(4).             cacctd15
003500       15  CD15O-AMOUNT                     PIC 9(7)V99.          cacctd15
003600       15  CD15O-STATUS                     PIC X(1).             cacctd15
003700       15  CD15O-EXPIRY-DATE                PIC 9(8).             cacctd15
003800       15  CD15O-SIG-COUNT                  PIC 9(1).             cacctd15
003900       15  CD15O-SIGS-NEEDED                PIC 9(1).             cacctd15
