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
001100                                                                  cacctd12
001200***************************************************************** cacctd12
001300* CACCTD12.CPY                                                  * cacctd12
001400*---------------------------------------------------------------* cacctd12
001500* This area is used to pass data between a requesting program   * cacctd12
001600* and ACCTOBCN, which shows the signed-on customer's open       * cacctd12
001700* banking consent for one OBPARTY third party ('E'), grants or  * cacctd12
001800* renews it over up to five of the customer's accounts for a    * cacctd12
001900* number of days ('G') or revokes it ('R') - the party,         * cacctd12
002000* accounts and period in, and the consent as held out.          * cacctd12
002100***************************************************************** cacctd12
002200   05  CD12-DATA.                                                 cacctd12
002300     10  CD12I-DATA.                                              cacctd12
002400       15  CD12I-ACTION                     PIC X(1).             cacctd12
002500         88  CD12I-ENQUIRE                  VALUE 'E'.            cacctd12
002600         88  CD12I-GRANT                    VALUE 'G'.            cacctd12
002700         88  CD12I-REVOKE                   VALUE 'R'.            cacctd12
002800       15  CD12I-PERSON-PID                 PIC X(5).             cacctd12
002900       15  CD12I-PARTY-ID                   PIC X(8).             cacctd12
003000       15  CD12I-ACCOUNT-FIELDS OCCURS 5 TIMES.                   cacctd12
003010         20  CD12I-ACCOUNT                  PIC X(9).             cacctd12
003100       15  CD12I-DAYS                       PIC 9(3).             cacctd12
003200     10  CD12O-DATA.                                              cacctd12
003300       15  CD12O-APPROVED-FLAG              PIC X(1).             cacctd12
003400         88  CD12O-APPROVED                 VALUE 'Y'.            cacctd12
003500       15  CD12O-MESSAGE                    PIC X(40).            cacctd12
003600       15  CD12O-PARTY-NAME                 PIC X(30).            cacctd12
003700       15  CD12O-STATUS                     PIC X(1).             cacctd12
003800       15  CD12O-CONSENT-REF                PIC 9(12).            cacctd12
003900       15  CD12O-GRANTED-DATE               PIC 9(8).             cacctd12
004000       15  CD12O-EXPIRY-DATE                PIC 9(8).             cacctd12
004100       15  CD12O-ACCOUNT-COUNT              PIC 9(1).             cacctd12
004200       15  CD12O-ACCOUNT-FIELDS OCCURS 5 TIMES.                   cacctd12
004210         20  CD12O-ACCOUNT                  PIC X(9).             cacctd12
004300       15  CD12O-LAST-ACCESS-DATE           PIC 9(8).             cacctd12
004400       15  CD12O-ACCESS-COUNT               PIC 9(7).             cacctd12
