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
001100                                                                  cobcons
001200***************************************************************** cobcons
001300* COBCONS.CPY                                                   * cobcons
001400*---------------------------------------------------------------* cobcons
001500* Open banking consent register - one row per customer PID and  * cobcons
001600* OBPARTY third party, giving that party read-only sight of up  * cobcons
001700* to five of the customer's own accounts until OBC-EXPIRY-DATE. * cobcons
001800* Granted, changed and revoked only by the customer through the * cobcons
001900* web channel (ACCTOBCN); a fresh grant replaces the accounts   * cobcons
002000* and period and issues a new OBC-CONSENT-REF, which the party  * cobcons
002100* quotes on every ACCTOBDS request with the PID. A revoked      * cobcons
002200* consent stays on file as 'R'; one past its expiry date is     * cobcons
002300* simply no longer honoured. ACCTOBDS counts each access it     * cobcons
002400* answers.                                                      * cobcons
002500***************************************************************** cobcons
002600 01 OBCONS-RECORD.                                                cobcons
002700   05 OBC-KEY.                                                    cobcons
002800     10 OBC-PID                    PIC X(5).                      cobcons
002900     10 OBC-PARTY-ID               PIC X(8).                      cobcons
003000   05 OBC-CONSENT-REF              PIC 9(12).                     cobcons
003100   05 OBC-ACCOUNT-COUNT            PIC 9(1).                      cobcons
003200   05 OBC-ACCOUNT                  PIC X(9) OCCURS 5 TIMES.       cobcons
003300   05 OBC-STATUS                   PIC X(1).                      cobcons
003400     88 OBC-ACTIVE                 VALUE 'A'.                     cobcons
003500     88 OBC-REVOKED                VALUE 'R'.                     cobcons
003600   05 OBC-GRANTED-DATE             PIC 9(8).                      cobcons
003700   05 OBC-EXPIRY-DATE              PIC 9(8).                      cobcons
003800   05 OBC-REVOKED-DATE             PIC 9(8).                      cobcons
003900   05 OBC-LAST-ACCESS-DATE         PIC 9(8).                      cobcons
004000   05 OBC-ACCESS-COUNT             PIC 9(7).                      cobcons
