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
001100                                                                  ccampmlx
001200***************************************************************** ccampmlx
001300* CCAMPMLX.CPY                                                  * ccampmlx
001400*---------------------------------------------------------------* ccampmlx
001500* Campaign mailing extract written by CAMPMAIL - one item per   * ccampmlx
001600* customer to be told about a bonus-rate campaign, for the      * ccampmlx
001700* e-mail service provider (channel E, to the address given) or  * ccampmlx
001800* for the same mail/print subsystem that turns CONVLTR extracts * ccampmlx
001900* into letters (channel M). Only customers holding live         * ccampmlx
002000* marketing consent on the channel appear; everyone else is     * ccampmlx
002100* suppressed before the item is produced.                       * ccampmlx
002200***************************************************************** ccampmlx
002300 01 CAMPMLX-RECORD.                                               ccampmlx
002400   05 CML-DATE                     PIC 9(8).                      ccampmlx
002500   05 CML-CAMPAIGN-CODE            PIC X(6).                      ccampmlx
002600   05 CML-CAMPAIGN-DESC            PIC X(16).                     ccampmlx
002700   05 CML-PID                      PIC X(5).                      ccampmlx
002800   05 CML-CHANNEL                  PIC X(1).                      ccampmlx
002900     88 CML-CHANNEL-EMAIL          VALUE 'E'.                     ccampmlx
003000     88 CML-CHANNEL-MAIL           VALUE 'M'.                     ccampmlx
003100   05 CML-NAME                     PIC X(25).                     ccampmlx
003200   05 CML-EMAIL                    PIC X(30).                     ccampmlx
003300*  Letter language from the customer's preference.                ccampmlx
003400   05 CML-LANG                     PIC X(1).                      ccampmlx
003500   05 CML-BONUS-RATE               PIC 9(3)V9(6).                 ccampmlx
003600   05 CML-END-DATE                 PIC 9(8).                      ccampmlx
