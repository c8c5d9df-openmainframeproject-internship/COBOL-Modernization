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
001100                                                                  cbalasoq
001200***************************************************************** cbalasoq
001300* CBALASOQ.CPY                                                  * cbalasoq
001400*---------------------------------------------------------------* cbalasoq
001500* Request/reply area for the BALASOF subprogram - the caller    * cbalasoq
001600* lists up to fifty accounts, each with the owner PID and the   * cbalasoq
001700* date wanted, and BALASOF answers every one in a single pass   * cbalasoq
001800* of the history: the ledger balance at end of that day, the    * cbalasoq
001900* day's opening balance, credits, debits and posting count, and * cbalasoq
002000* the balance on the master now. The archive flag asks it to    * cbalasoq
002100* read the ARCHRETR ARCHOUT extract as well, for dates older    * cbalasoq
002200* than ACCTHST still holds; without it such dates come back     * cbalasoq
002300* needing the archive. BAQ-EARLIEST-DATE is returned as the     * cbalasoq
002400* oldest date ACCTHST alone can answer.                         * cbalasoq
002500***************************************************************** cbalasoq
002600 01 BALASOF-REQUEST.                                              cbalasoq
002700   05 BAQ-ARCHIVE-FLAG             PIC X(1).                      cbalasoq
002800     88 BAQ-ARCHIVE-INCLUDED       VALUE 'Y'.                     cbalasoq
002900   05 BAQ-ENTRY-COUNT              PIC 9(2).                      cbalasoq
003000   05 BAQ-EARLIEST-DATE            PIC 9(8).                      cbalasoq
003100   05 BAQ-ENTRY OCCURS 50 TIMES.                                  cbalasoq
003200     10 BAQ-PID                    PIC X(5).                      cbalasoq
003300     10 BAQ-ACCOUNT                PIC X(9).                      cbalasoq
003400     10 BAQ-AS-OF-DATE             PIC 9(8).                      cbalasoq
003500     10 BAQ-RESULT                 PIC X(1).                      cbalasoq
003600       88 BAQ-RESULT-OK            VALUE 'O'.                     cbalasoq
003700       88 BAQ-RESULT-NOT-FOUND     VALUE 'N'.                     cbalasoq
003800       88 BAQ-RESULT-BAD-DATE      VALUE 'D'.                     cbalasoq
003900       88 BAQ-RESULT-NEEDS-ARCHIVE VALUE 'A'.                     cbalasoq
004000       88 BAQ-RESULT-FX-UNPROVEN   VALUE 'X'.                     cbalasoq
004100       88 BAQ-RESULT-PENDING       VALUE 'P'.                     cbalasoq
004200       88 BAQ-RESULT-UNAVAILABLE   VALUE 'U'.                     cbalasoq
004300     10 BAQ-CURRENCY               PIC X(3).                      cbalasoq
004400     10 BAQ-CURRENT-BALANCE        PIC S9(9)V99.                  cbalasoq
004500     10 BAQ-OPENING-BALANCE        PIC S9(9)V99.                  cbalasoq
004600     10 BAQ-DAY-CREDITS            PIC S9(9)V99.                  cbalasoq
004700     10 BAQ-DAY-DEBITS             PIC S9(9)V99.                  cbalasoq
004800     10 BAQ-DAY-COUNT              PIC 9(5).                      cbalasoq
004900     10 BAQ-CLOSING-BALANCE        PIC S9(9)V99.                  cbalasoq
005000     10 BAQ-LATER-NET              PIC S9(9)V99.                  cbalasoq
005100     10 BAQ-LATER-COUNT            PIC 9(7).                      cbalasoq
