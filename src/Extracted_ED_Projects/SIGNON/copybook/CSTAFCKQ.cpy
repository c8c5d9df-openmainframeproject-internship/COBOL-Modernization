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
001100                                                                  cstafckq
001200***************************************************************** cstafckq
001300* CSTAFCKQ.CPY                                                  * cstafckq
001400*---------------------------------------------------------------* cstafckq
001500* Request/reply area for the STAFFCHK subprogram - the caller   * cstafckq
001600* asks whether this operator may act on this customer PID. An   * cstafckq
001700* operator linked to the PID on STAFFXRF is blocked unless a    * cstafckq
001800* second staff member, a supervisor not linked to the PID,      * cstafckq
001900* countersigns as the override user; a queue request marks the  * cstafckq
002000* item for dual-control release instead. Every blocked, queued  * cstafckq
002100* or overridden attempt is written to STAFFLOG for the          * cstafckq
002200* compliance report.                                            * cstafckq
002300***************************************************************** cstafckq
002400 01 STAFFCHK-REQUEST.                                             cstafckq
002500   05 SCK-FUNCTION                 PIC X(1).                      cstafckq
002600     88 SCK-FUNC-CHECK             VALUE 'C'.                     cstafckq
002700     88 SCK-FUNC-QUEUE             VALUE 'Q'.                     cstafckq
002800   05 SCK-SOURCE                   PIC X(8).                      cstafckq
002900   05 SCK-OPERATOR-ID              PIC X(5).                      cstafckq
003000   05 SCK-OVERRIDE-ID              PIC X(5).                      cstafckq
003100   05 SCK-PID                      PIC X(5).                      cstafckq
003200   05 SCK-ACCOUNT                  PIC X(9).                      cstafckq
003300   05 SCK-AMOUNT                   PIC S9(7)V99.                  cstafckq
003400   05 SCK-DATE                     PIC 9(8).                      cstafckq
003500   05 SCK-REPLY                    PIC X(1).                      cstafckq
003600     88 SCK-CLEAR                  VALUE 'Y'.                     cstafckq
003700     88 SCK-OVERRIDDEN             VALUE 'O'.                     cstafckq
003800     88 SCK-QUEUED                 VALUE 'Q'.                     cstafckq
003900     88 SCK-BLOCKED                VALUE 'N'.                     cstafckq
004000   05 SCK-RELATION                 PIC X(1).                      cstafckq
004100   05 SCK-REPLY-MSG                PIC X(40).                     cstafckq
