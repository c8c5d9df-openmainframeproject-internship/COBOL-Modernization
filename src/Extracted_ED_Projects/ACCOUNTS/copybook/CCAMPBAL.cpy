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
001100                                                                  ccampbal
001200***************************************************************** ccampbal
001300* CCAMPBAL.CPY                                                  * ccampbal
001400*---------------------------------------------------------------* ccampbal
001500* Campaign balance ledger (CAMPBAL), keyed campaign + owner PID * ccampbal
001600* + account. A control row (PID and account spaces) records the * ccampbal
001700* night ACCTINTP took the baseline snapshot; an account first   * ccampbal
001800* seen after that night did not exist at the baseline and       * ccampbal
001900* starts from zero. An account row keeps the baseline balance,  * ccampbal
002000* the highest growth over it reached inside the eligibility     * ccampbal
002100* window (the new money the bonus is paid on) and the bonus     * ccampbal
002200* paid to date. A certificate row is written by ACCTGICO for a  * ccampbal
002300* GIC bought inside the window, keyed by certificate number,    * ccampbal
002400* with the qualifying principal as its new money; ACCTGICM adds * ccampbal
002500* the bonus at maturity. CAMPCOST reports from these rows.      * ccampbal
002600***************************************************************** ccampbal
002700 01 CAMPBAL-RECORD.                                               ccampbal
002800   05 CBL-KEY.                                                    ccampbal
002900     10 CBL-CAMPAIGN               PIC X(6).                      ccampbal
003000     10 CBL-OWNER-PID              PIC X(5).                      ccampbal
003100     10 CBL-ACCOUNT                PIC X(9).                      ccampbal
003200   05 CBL-ROW-TYPE                 PIC X(1).                      ccampbal
003300     88 CBL-CONTROL-ROW            VALUE 'C'.                     ccampbal
003400     88 CBL-ACCOUNT-ROW            VALUE 'A'.                     ccampbal
003500     88 CBL-CERT-ROW               VALUE 'G'.                     ccampbal
003600   05 CBL-BASELINE-BALANCE         PIC S9(7)V99.                  ccampbal
003700   05 CBL-NEW-MONEY                PIC S9(7)V99.                  ccampbal
003800   05 CBL-BONUS-PAID               PIC S9(7)V99.                  ccampbal
003900   05 CBL-CAPTURED-DATE            PIC 9(8).                      ccampbal
004000   05 CBL-LAST-BONUS-DATE          PIC 9(8).                      ccampbal
