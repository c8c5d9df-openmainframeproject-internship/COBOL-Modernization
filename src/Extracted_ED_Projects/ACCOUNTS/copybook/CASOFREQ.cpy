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
001100                                                                  casofreq
001200***************************************************************** casofreq
001300* CASOFREQ.CPY                                                  * casofreq
001400*---------------------------------------------------------------* casofreq
001500* As-of-date balance request - one card per account and date    * casofreq
001600* for BALCERT to answer with a certified balance letter. Bulk   * casofreq
001700* audit confirmations arrive as a prepared file of these; the   * casofreq
001800* ACCTASOF inquiry appends one when the branch asks for a       * casofreq
001900* letter, so both reach the same overnight run. BALCERT marks   * casofreq
002000* each card in place once answered or refused; a card held for  * casofreq
002100* the archive, or for history that was not available, stays     * casofreq
002200* pending for the next run. The reference is the requester's    * casofreq
002300* own file or docket number and is printed on the letter.       * casofreq
002400***************************************************************** casofreq
002500 01 ASOFREQ-RECORD.                                               casofreq
002600   05 AFQ-PID                      PIC X(5).                      casofreq
002700   05 AFQ-ACCOUNT                  PIC X(9).                      casofreq
002800   05 AFQ-AS-OF-DATE               PIC 9(8).                      casofreq
002900   05 AFQ-REFERENCE                PIC X(20).                     casofreq
003000   05 AFQ-REQUESTED-BY             PIC X(5).                      casofreq
003100   05 AFQ-REQUEST-DATE             PIC 9(8).                      casofreq
003200   05 AFQ-SOURCE                   PIC X(1).                      casofreq
003300     88 AFQ-SOURCE-ONLINE          VALUE 'O'.                     casofreq
003400     88 AFQ-SOURCE-BATCH           VALUE 'B' ' '.                 casofreq
003500   05 AFQ-STATUS                   PIC X(1).                      casofreq
003600     88 AFQ-PENDING                VALUES 'P' ' '.                casofreq
003700     88 AFQ-ANSWERED               VALUE 'D'.                     casofreq
003800     88 AFQ-REFUSED                VALUE 'R'.                     casofreq
003900   05 AFQ-DONE-DATE                PIC 9(8).                      casofreq
004000   05 FILLER                       PIC X(15).                     casofreq
