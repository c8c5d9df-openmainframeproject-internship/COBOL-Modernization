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
001100                                                                  cacctd13
001200***************************************************************** cacctd13
001300* CACCTD13.CPY                                                  * cacctd13
001400*---------------------------------------------------------------* cacctd13
001500* This area is used to pass data between a requesting program   * cacctd13
001600* and ACCTOBDS, the read-only open banking data service - a     * cacctd13
001700* third party's id, the customer PID and consent reference it   * cacctd13
001800* holds, and what it wants in: the consented accounts ('L'),    * cacctd13
001900* their balances ('B') or a page of eight ACCTHST entries on    * cacctd13
002000* one of them ('H'), resuming after the last entry of the page  * cacctd13
002100* before. Nothing is returned outside the consent.              * cacctd13
002200***************************************************************** cacctd13
002300   05  CD13-DATA.                                                 cacctd13
002400     10  CD13I-DATA.                                              cacctd13
002500       15  CD13I-PARTY-ID                   PIC X(8).             cacctd13
002600       15  CD13I-PERSON-PID                 PIC X(5).             cacctd13
002700       15  CD13I-CONSENT-REF                PIC 9(12).            cacctd13
002800       15  CD13I-REQUEST                    PIC X(1).             cacctd13
002900         88  CD13I-ACCOUNTS                 VALUE 'L'.            cacctd13
003000         88  CD13I-BALANCES                 VALUE 'B'.            cacctd13
003100         88  CD13I-HISTORY                  VALUE 'H'.            cacctd13
003200       15  CD13I-ACCOUNT                    PIC X(9).             cacctd13
003300       15  CD13I-RESUME-KEY                 PIC X(25).            cacctd13
003400     10  CD13O-DATA.                                              cacctd13
003500       15  CD13O-APPROVED-FLAG              PIC X(1).             cacctd13
003600         88  CD13O-APPROVED                 VALUE 'Y'.            cacctd13
003700       15  CD13O-MESSAGE                    PIC X(40).            cacctd13
003800       15  CD13O-ACC-COUNT                  PIC 9(1).             cacctd13
003900       15  CD13O-ACC-FIELDS OCCURS 5 TIMES.                       cacctd13
004000         20  CD13O-ACC-NUMBER               PIC X(9).             cacctd13
004100         20  CD13O-ACC-DESC                 PIC X(15).            cacctd13
004200         20  CD13O-ACC-PRODUCT              PIC X(4).             cacctd13
004300         20  CD13O-ACC-CURRENCY             PIC X(3).             cacctd13
004400         20  CD13O-ACC-BALANCE              PIC S9(7)V99.         cacctd13
004500       15  CD13O-TXN-COUNT                  PIC 9(1).             cacctd13
004600       15  CD13O-TXN-FIELDS OCCURS 8 TIMES.                       cacctd13
004700         20  CD13O-TXN-DATE                 PIC 9(8).             cacctd13
004800         20  CD13O-TXN-TIME                 PIC 9(8).             cacctd13
004900         20  CD13O-TXN-AMOUNT               PIC S9(7)V99.         cacctd13
005000         20  CD13O-TXN-TYPE                 PIC X(2).             cacctd13
005100         20  CD13O-TXN-DESC                 PIC X(20).            cacctd13
005200         20  CD13O-TXN-REF                  PIC 9(12).            cacctd13
005300       15  CD13O-LAST-ENTRY                 PIC X(25).            cacctd13
005400       15  CD13O-MORE-FLAG                  PIC X(1).             cacctd13
005500         88  CD13O-MORE                     VALUE 'Y'.            cacctd13
