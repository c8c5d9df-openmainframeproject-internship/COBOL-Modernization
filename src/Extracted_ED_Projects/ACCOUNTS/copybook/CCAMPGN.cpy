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
001100                                                                  ccampgn
001200***************************************************************** ccampgn
001300* CCAMPGN.CPY                                                   * ccampgn
001400*---------------------------------------------------------------* ccampgn
001500* One bonus-rate campaign row of the CAMPGN file marketing      * ccampgn
001600* maintains through PARMMNT (pricing-sensitive, dual control).  * ccampgn
001700* Rows are appended; the last row for a campaign code is the    * ccampgn
001800* one in force, so a campaign is amended or withdrawn by keying * ccampgn
001900* it again. The bonus spread is paid on top of the RATETBL rate * ccampgn
002000* for the listed products ('GIC ' for certificates), only on    * ccampgn
002100* new money - the growth over the balance held at the close of  * ccampgn
002200* the baseline date that arrived inside the eligibility window  * ccampgn
002300* - and only until the bonus expiry date.                       * ccampgn
002400***************************************************************** ccampgn
002500 01 CAMPGN-RECORD.                                                ccampgn
002600   05 CMP-CODE                     PIC X(6).                      ccampgn
002700   05 CMP-DESC                     PIC X(16).                     ccampgn
002800   05 CMP-PRODUCT                  PIC X(4) OCCURS 4 TIMES.       ccampgn
002900   05 CMP-BONUS-RATE               PIC 9(3)V9(6).                 ccampgn
003000   05 CMP-BASELINE-DATE            PIC 9(8).                      ccampgn
003100   05 CMP-START-DATE               PIC 9(8).                      ccampgn
003200   05 CMP-END-DATE                 PIC 9(8).                      ccampgn
003300   05 CMP-BONUS-EXPIRY             PIC 9(8).                      ccampgn
003400   05 CMP-STATUS                   PIC X(1).                      ccampgn
003500     88 CMP-ACTIVE                 VALUE 'A'.                     ccampgn
003600     88 CMP-WITHDRAWN              VALUE 'W'.                     ccampgn
