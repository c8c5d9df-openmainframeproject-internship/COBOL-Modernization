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
001100                                                                  cstaflog
001200***************************************************************** cstaflog
001300* CSTAFLOG.CPY                                                  * cstaflog
001400*---------------------------------------------------------------* cstaflog
001500* One staff self-service event on the STAFFLOG file, written by * cstaflog
001600* STAFFCHK whenever an operator tries to act on their own or a  * cstaflog
001700* declared related customer: blocked outright, queued for dual- * cstaflog
001800* control release, or allowed on a supervisor's override. Read  * cstaflog
001900* by SLFDEAL for the daily compliance report.                   * cstaflog
002000***************************************************************** cstaflog
002100 01 STAFFLOG-RECORD.                                              cstaflog
002200   05 SFL-DATE                     PIC 9(8).                      cstaflog
002300   05 SFL-TIME                     PIC 9(8).                      cstaflog
002400   05 SFL-SOURCE                   PIC X(8).                      cstaflog
002500   05 SFL-OPERATOR-ID              PIC X(5).                      cstaflog
002600   05 SFL-OVERRIDE-ID              PIC X(5).                      cstaflog
002700   05 SFL-PID                      PIC X(5).                      cstaflog
002800   05 SFL-RELATION                 PIC X(1).                      cstaflog
002900   05 SFL-ACCOUNT                  PIC X(9).                      cstaflog
003000   05 SFL-AMOUNT                   PIC S9(7)V99.                  cstaflog
003100   05 SFL-OUTCOME                  PIC X(1).                      cstaflog
003200     88 SFL-BLOCKED                VALUE 'B'.                     cstaflog
003300     88 SFL-QUEUED                 VALUE 'Q'.                     cstaflog
003400     88 SFL-OVERRIDDEN             VALUE 'O'.                     cstaflog
003500   05 SFL-REASON                   PIC X(40).                     cstaflog
003600   05 FILLER                       PIC X(11).                     cstaflog
