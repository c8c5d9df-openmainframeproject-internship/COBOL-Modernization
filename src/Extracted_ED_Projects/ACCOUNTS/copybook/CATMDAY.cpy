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
001100                                                                  catmday
001200***************************************************************** catmday
001300* CATMDAY.CPY                                                   * catmday
001400*---------------------------------------------------------------* catmday
001500* Daily withdrawal history on the ATMDAY file - one row per     * catmday
001600* terminal and settlement date, totalled by ATMFCST from each   * catmday
001700* day's ATMSETL items. The weekday pattern the forecast         * catmday
001800* projects from is read back out of these rows. ATD-LOADED-DATE * catmday
001900* is the business date of the run that built the row, so a      * catmday
002000* settlement file fed in twice on later days is not counted     * catmday
002100* twice.                                                        * catmday
002200***************************************************************** catmday
002300 01 ATMDAY-RECORD.                                                catmday
002400   05 ATD-KEY.                                                    catmday
002500     10 ATD-TERMINAL-ID            PIC X(8).                      catmday
002600     10 ATD-DATE                   PIC 9(8).                      catmday
002700   05 ATD-AMOUNT                   PIC 9(9)V99.                   catmday
002800   05 ATD-COUNT                    PIC 9(5).                      catmday
002900   05 ATD-LOADED-DATE              PIC 9(8).                      catmday
