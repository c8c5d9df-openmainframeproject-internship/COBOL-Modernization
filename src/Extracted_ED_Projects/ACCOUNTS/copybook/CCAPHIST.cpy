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
001100                                                                  ccaphist
001200***************************************************************** ccaphist
001300* CCAPHIST.CPY                                                  * ccaphist
001400*---------------------------------------------------------------* ccaphist
001500* Nightly growth history on CAPHIST, appended by CAPMON - one   * ccaphist
001600* row per monitored file per business date with its record      * ccaphist
001700* count and the space that count occupies (count times record   * ccaphist
001800* length), the capacity in force, the daily growth taken from   * ccaphist
001900* the trend and the projected days to full (99999 when there is * ccaphist
002000* no capacity or no growth to project). CAPWKLY reads it for    * ccaphist
002100* the weekly operations growth report. The business date leads  * ccaphist
002200* the record, as on every other journal.                        * ccaphist
002300***************************************************************** ccaphist
002400 01 CAPHIST-RECORD.                                               ccaphist
002500   05 CGH-DATE                     PIC 9(8).                      ccaphist
002600   05 CGH-FILE-ID                  PIC X(8).                      ccaphist
002700   05 CGH-REC-COUNT                PIC 9(9).                      ccaphist
002800   05 CGH-REC-LENGTH               PIC 9(5).                      ccaphist
002900   05 CGH-BYTES-USED               PIC 9(12).                     ccaphist
003000   05 CGH-CAPACITY-RECS            PIC 9(9).                      ccaphist
003100   05 CGH-PCT-USED                 PIC 9(3)V9.                    ccaphist
003200   05 CGH-DAILY-GROWTH             PIC S9(7)V9.                   ccaphist
003300   05 CGH-DAYS-TO-FULL             PIC 9(5).                      ccaphist
003400   05 CGH-STATUS                   PIC X(1).                      ccaphist
003500     88 CGH-STATUS-NORMAL          VALUE 'N'.                     ccaphist
003600     88 CGH-STATUS-WARNING         VALUE 'W'.                     ccaphist
003700     88 CGH-STATUS-UNAVAILABLE     VALUE 'U'.                     ccaphist
003800   05 FILLER                       PIC X(11).                     ccaphist
