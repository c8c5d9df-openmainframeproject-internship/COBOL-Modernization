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
001100                                                                  ccnstpol
001200***************************************************************** ccnstpol
001300* CCNSTPOL.CPY                                                  * ccnstpol
001400*---------------------------------------------------------------* ccnstpol
001500* One-record layout for the CNSTPOL file - the construction     * ccnstpol
001600* lending policy. LoanDrawBatch withholds this percentage of    * ccnstpol
001700* every progress advance as holdback, and releases the          * ccnstpol
001800* holdback only once this many days have passed since the       * ccnstpol
001900* final draw, the lien period the builder's trades have to      * ccnstpol
002000* register a claim. Changed through PARMMNT.                    * ccnstpol
002100***************************************************************** ccnstpol
002200 01 CNSTPOL-RECORD.                                               ccnstpol
002300   05 CNP-HOLDBACK-PCT              PIC 9(3)V99.                  ccnstpol
002400   05 CNP-HOLDBACK-DAYS             PIC 9(3).                     ccnstpol
