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
001100                                                                  cchgopol
001200***************************************************************** cchgopol
001300* CCHGOPOL.CPY                                                  * cchgopol
001400*---------------------------------------------------------------* cchgopol
001500* One-record layout for the CHGOPOL file - the charge-off       * cchgopol
001600* policy. A loan or line of credit overdue this many days or    * cchgopol
001700* more is proposed for write-off by LoanChgoBatch and queued    * cchgopol
001800* for second-person release on PENDAPR. Changed through         * cchgopol
001900* PARMMNT like LOANLIMS.                                        * cchgopol
002000***************************************************************** cchgopol
002100 01 CHGOPOL-RECORD.                                               cchgopol
002200   05 CHP-DAYS-OVERDUE              PIC 9(4).                     cchgopol
