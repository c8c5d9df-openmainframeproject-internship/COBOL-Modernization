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
001100                                                                  cobparty
001200***************************************************************** cobparty
001300* COBPARTY.CPY                                                  * cobparty
001400*---------------------------------------------------------------* cobparty
001500* Open banking third-party register - one row per OBP-PARTY-ID, * cobparty
001600* the id a budgeting or account aggregation service is given    * cobparty
001700* when the bank admits it. Customers name the party by this id  * cobparty
001800* when they grant it a consent on OBCONS, and ACCTOBDS answers  * cobparty
001900* it only while it stays active here. OBP-MAX-DAYS is the       * cobparty
002000* longest consent the party may be given; zero leaves 90 days.  * cobparty
002100* Maintained by OBPMNT; a suspended party stays on file with    * cobparty
002200* its consents, which come back into force if it is reinstated  * cobparty
002300* before they lapse.                                            * cobparty
002400***************************************************************** cobparty
002500 01 OBPARTY-RECORD.                                               cobparty
002600   05 OBP-KEY.                                                    cobparty
002700     10 OBP-PARTY-ID               PIC X(8).                      cobparty
002800   05 OBP-NAME                     PIC X(30).                     cobparty
002900   05 OBP-STATUS                   PIC X(1).                      cobparty
003000     88 OBP-ACTIVE                 VALUE 'A'.                     cobparty
003100     88 OBP-SUSPENDED              VALUE 'S'.                     cobparty
003200   05 OBP-MAX-DAYS                 PIC 9(3).                      cobparty
003300   05 OBP-REGISTERED-DATE          PIC 9(8).                      cobparty
003400   05 OBP-CHANGED-DATE             PIC 9(8).                      cobparty
