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
001100                                                                  cgappol
001200***************************************************************** cgappol
001300* CGAPPOL.CPY                                                   * cgappol
001400*---------------------------------------------------------------* cgappol
001500* One-record layout for the GAPPOL file - the monthly repricing * cgappol
001600* gap run's assumptions, maintained through PARMMNT.            * cgappol
001700* GPL-SHOCK-BPS is the parallel rate shock in basis points that * cgappol
001800* RPRGAP applies up and down to estimate the change in one-year * cgappol
001900* net interest income. With no file RPRGAP shocks by 200 basis  * cgappol
002000* points.                                                       * cgappol
002100***************************************************************** cgappol
002200 01 GAPPOL-RECORD.                                                cgappol
002300   05 GPL-SHOCK-BPS                PIC 9(3).                      cgappol
002400   05 FILLER                       PIC X(77).                     cgappol
