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
001100                                                                  crecert
001200***************************************************************** crecert
001300* CRECERT.CPY                                                   * crecert
001400*---------------------------------------------------------------* crecert
001500* Access recertification file RECERT - one row per campaign     * crecert
001600* quarter and staff BANK-USERID holding a USRROLE profile.      * crecert
001700* RECRTGEN opens the quarter's rows as pending under the user's * crecert
001800* branch manager (BRN-MANAGER-USERID, or blank for the security * crecert
001900* team where there is none or the user manages the branch),     * crecert
002000* RECRTMGR records the manager's certify or revoke, and         * crecert
002100* RECRTEND suspends whatever is still pending after the         * crecert
002200* deadline and prints the evidence.                             * crecert
002300***************************************************************** crecert
002400 01 RECERT-RECORD.                                                crecert
002500   05 RCT-KEY.                                                    crecert
002600     10 RCT-CAMPAIGN               PIC X(6).                      crecert
002700     10 RCT-USERID                 PIC X(5).                      crecert
002800   05 RCT-MANAGER                  PIC X(5).                      crecert
002900   05 RCT-BRANCH                   PIC X(4).                      crecert
003000   05 RCT-ROLE                     PIC X(1).                      crecert
003100   05 RCT-LAST-SIGNON              PIC 9(8).                      crecert
003200   05 RCT-OPENED-DATE              PIC 9(8).                      crecert
003300   05 RCT-DEADLINE                 PIC 9(8).                      crecert
003400   05 RCT-DECISION                 PIC X(1).                      crecert
003500     88 RCT-PENDING                VALUE 'P'.                     crecert
003600     88 RCT-CERTIFIED              VALUE 'C'.                     crecert
003700     88 RCT-REVOKED                VALUE 'V'.                     crecert
003800     88 RCT-EXPIRED                VALUE 'X'.                     crecert
003900   05 RCT-DECIDED-BY               PIC X(5).                      crecert
004000   05 RCT-DECIDED-DATE             PIC 9(8).                      crecert
004100   05 RCT-DECIDED-TIME             PIC 9(8).                      crecert
004200   05 RCT-CLOSED-DATE              PIC 9(8).                      crecert
