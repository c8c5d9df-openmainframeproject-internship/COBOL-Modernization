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
001100                                                                  cacctd10
001200***************************************************************** cacctd10
001300* CACCTD10.CPY                                                  * cacctd10
001400*---------------------------------------------------------------* cacctd10
001500* This area is used to pass data between a requesting program   * cacctd10
001600* and ACCTMKTC, which shows the signed-on customer's marketing  * cacctd10
001700* consent on one channel ('E') or records them giving or        * cacctd10
001800* withdrawing it ('S') - the channel and the consent given in,  * cacctd10
001900* and the register status, the kind of consent held and its     * cacctd10
002000* dates out.                                                    * cacctd10
002100***************************************************************** cacctd10
002200   05  CD10-DATA.                                                 cacctd10
002300     10  CD10I-DATA.                                              cacctd10
002400       15  CD10I-ACTION                     PIC X(1).             cacctd10
002500         88  CD10I-ENQUIRE                  VALUE 'E'.            cacctd10
002600         88  CD10I-SET                      VALUE 'S'.            cacctd10
002700       15  CD10I-PERSON-PID                 PIC X(5).             cacctd10
002800       15  CD10I-CHANNEL                    PIC X(1).             cacctd10
002900       15  CD10I-CONSENT                    PIC X(1).             cacctd10
003000         88  CD10I-GIVE                     VALUE 'Y'.            cacctd10
003100         88  CD10I-WITHDRAW                 VALUE 'N'.            cacctd10
003200     10  CD10O-DATA.                                              cacctd10
003300       15  CD10O-APPROVED-FLAG              PIC X(1).             cacctd10
003400         88  CD10O-APPROVED                 VALUE 'Y'.            cacctd10
003500       15  CD10O-MESSAGE                    PIC X(40).            cacctd10
003600       15  CD10O-STATUS                     PIC X(1).             cacctd10
003700       15  CD10O-TYPE                       PIC X(1).             cacctd10
003800       15  CD10O-CONSENT-DATE               PIC 9(8).             cacctd10
003900       15  CD10O-EXPIRY-DATE                PIC 9(8).             cacctd10
