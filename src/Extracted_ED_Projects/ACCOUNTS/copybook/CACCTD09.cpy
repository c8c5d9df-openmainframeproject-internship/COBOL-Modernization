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
001100                                                                  cacctd09
001200***************************************************************** cacctd09
001300* CACCTD09.CPY                                                  * cacctd09
001400*---------------------------------------------------------------* cacctd09
001500* This area is used to pass data between a requesting program   * cacctd09
001600* and ACCTLOYR, which shows the signed-on customer's loyalty    * cacctd09
001700* points ('E') or spends them ('R') as a statement credit to    * cacctd09
001800* one of their accounts or a donation to the programme's        * cacctd09
001900* charity - the points and option in, and the points left,      * cacctd09
002000* the tier, the dollar value paid and the posting reference     * cacctd09
002050* out.                                                          * cacctd09
002100***************************************************************** cacctd09
002200   05  CD09-DATA.                                                 cacctd09
002300     10  CD09I-DATA.                                              cacctd09
002400       15  CD09I-ACTION                     PIC X(1).             cacctd09
002500         88  CD09I-ENQUIRE                  VALUE 'E'.            cacctd09
002600         88  CD09I-REDEEM                   VALUE 'R'.            cacctd09
002700       15  CD09I-PERSON-PID                 PIC X(5).             cacctd09
002800       15  CD09I-ACCOUNT                    PIC X(9).             cacctd09
002900       15  CD09I-OPTION                     PIC X(1).             cacctd09
003000         88  CD09I-STATEMENT-CREDIT         VALUE 'S'.            cacctd09
003100         88  CD09I-DONATION                 VALUE 'D'.            cacctd09
003200       15  CD09I-POINTS                     PIC 9(7).             cacctd09
003300     10  CD09O-DATA.                                              cacctd09
003400       15  CD09O-APPROVED-FLAG              PIC X(1).             cacctd09
003500         88  CD09O-APPROVED                 VALUE 'Y'.            cacctd09
003600       15  CD09O-MESSAGE                    PIC X(40).            cacctd09
003700       15  CD09O-POINTS-BALANCE             PIC S9(9).            cacctd09
003800       15  CD09O-TIER                       PIC X(1).             cacctd09
003900       15  CD09O-VALUE                      PIC 9(7)V99.          cacctd09
004000       15  CD09O-BALANCE                    PIC S9(7)V99.         cacctd09
004100       15  CD09O-REF-NO                     PIC 9(12).            cacctd09
