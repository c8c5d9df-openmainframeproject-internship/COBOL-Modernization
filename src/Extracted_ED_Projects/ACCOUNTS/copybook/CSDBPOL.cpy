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
001100                                                                  csdbpol
001200***************************************************************** csdbpol
001300* CSDBPOL.CPY                                                   * csdbpol
001400*---------------------------------------------------------------* csdbpol
001500* One-record layout for the SDBPOL file - the safe deposit box  * csdbpol
001600* policy. The notice period is the days a box may stay overdue  * csdbpol
001700* before it goes on the drill-and-inventory work list; the rent * csdbpol
001800* table is the standard annual rent by box size (small, medium, * csdbpol
001900* large, extra large) a new agreement takes when the branch     * csdbpol
002000* does not quote one. The rent is stamped on the agreement, so  * csdbpol
002100* a change here does not reprice boxes already rented. Changed  * csdbpol
002200* through PARMMNT.                                              * csdbpol
002300***************************************************************** csdbpol
002400 01 SDBPOL-RECORD.                                                csdbpol
002500   05 SBP-NOTICE-DAYS              PIC 9(3).                      csdbpol
002600   05 SBP-SIZE-RENT                PIC 9(5)V99 OCCURS 4 TIMES.    csdbpol
