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
001100                                                                  cobaccs
001200***************************************************************** cobaccs
001300* COBACCS.CPY                                                   * cobaccs
001400*---------------------------------------------------------------* cobaccs
001500* Open banking access log on the OBACCESS file - one row for    * cobaccs
001600* every request a third party makes of ACCTOBDS, answered or    * cobaccs
001700* refused, keyed by party, date and time so OBCNRPT can total a * cobaccs
001800* month's traffic party by party. OBA-REASON carries the        * cobaccs
001900* message returned to the party.                                * cobaccs
002000***************************************************************** cobaccs
002100 01 OBACCESS-RECORD.                                              cobaccs
002200   05 OBA-KEY.                                                    cobaccs
002300     10 OBA-PARTY-ID               PIC X(8).                      cobaccs
002400     10 OBA-DATE                   PIC 9(8).                      cobaccs
002500     10 OBA-TIME                   PIC 9(8).                      cobaccs
002600     10 OBA-PID                    PIC X(5).                      cobaccs
002700   05 OBA-REQUEST                  PIC X(1).                      cobaccs
002800     88 OBA-REQ-ACCOUNTS           VALUE 'L'.                     cobaccs
002900     88 OBA-REQ-BALANCES           VALUE 'B'.                     cobaccs
003000     88 OBA-REQ-HISTORY            VALUE 'H'.                     cobaccs
003100   05 OBA-ACCOUNT                  PIC X(9).                      cobaccs
003200   05 OBA-RESULT                   PIC X(1).                      cobaccs
003300     88 OBA-ANSWERED               VALUE 'A'.                     cobaccs
003400     88 OBA-REFUSED                VALUE 'R'.                     cobaccs
003500   05 OBA-CONSENT-REF              PIC 9(12).                     cobaccs
003600   05 OBA-REASON                   PIC X(40).                     cobaccs
