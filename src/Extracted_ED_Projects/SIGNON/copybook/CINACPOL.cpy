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
001100                                                                  cinacpol
001200***************************************************************** cinacpol
001300* CINACPOL.CPY                                                  * cinacpol
001400*---------------------------------------------------------------* cinacpol
001500* One-record layout for the INACTPOL file - the inactivity      * cinacpol
001600* thresholds INACTUSR applies each night to staff ids on        * cinacpol
001700* USRROLE, maintained through PARMMNT. An active id with no     * cinacpol
001800* successful signon for INP-WARN-DAYS is reported to the branch * cinacpol
001900* manager once; at INP-DISABLE-DAYS it is disabled. With no     * cinacpol
002000* file INACTUSR uses 60 and 90 days.                            * cinacpol
002100***************************************************************** cinacpol
002200 01 INACTPOL-RECORD.                                              cinacpol
002300   05 INP-WARN-DAYS                PIC 9(3).                      cinacpol
002400   05 INP-DISABLE-DAYS             PIC 9(3).                      cinacpol
002500   05 FILLER                       PIC X(74).                     cinacpol
