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
001100                                                                  cltvpol
001200***************************************************************** cltvpol
001300* CLTVPOL.CPY                                                   * cltvpol
001400*---------------------------------------------------------------* cltvpol
001500* One-record layout for the LTVPOL file - the loan-to-value     * cltvpol
001600* policy for secured lending. An application over the ceiling   * cltvpol
001700* percentage queues for second-person approval and one over the * cltvpol
001800* decline percentage is refused outright; the monthly LTV run   * cltvpol
001900* flags a booked loan whose balance now sits over the ceiling,  * cltvpol
002000* or whose newest appraisal is older than the appraisal age in  * cltvpol
002100* months. Changed through PARMMNT like LOANLIMS.                * cltvpol
002200***************************************************************** cltvpol
002300 01 LTVPOL-RECORD.                                                cltvpol
002400   05 LTP-CEILING-PCT               PIC 9(3)V99.                  cltvpol
002500   05 LTP-DECLINE-PCT               PIC 9(3)V99.                  cltvpol
002600   05 LTP-APPRAISAL-MONTHS          PIC 9(3).                     cltvpol
