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
001100                                                                  ccollat
001200***************************************************************** ccollat
001300* CCOLLAT.CPY                                                   * ccollat
001400*---------------------------------------------------------------* ccollat
001500* Collateral register - one row per piece of security pledged   * ccollat
001600* against a loan, keyed by the loan's own LNM-KEY (owner PID +  * ccollat
001700* loan account) plus a sequence number so a loan's collateral   * ccollat
001800* browses together and one loan can carry several pieces. The   * ccollat
001900* row can be registered against the loan account number the     * ccollat
002000* application names before LoanAppBatch disburses it, which is  * ccollat
002100* how the assessment finds it to compute loan-to-value. Prior   * ccollat
002200* liens are the amounts ranking ahead of us on the same asset,  * ccollat
002300* so a second mortgage is measured on the combined exposure.    * ccollat
002400* A released row stays on file for the history.                 * ccollat
002500***************************************************************** ccollat
002600 01 COLLATRL-RECORD.                                              ccollat
002700   05 CLT-KEY.                                                    ccollat
002800     10 CLT-OWNER-PID               PIC X(5).                     ccollat
002900     10 CLT-ACCOUNT                 PIC X(9).                     ccollat
003000     10 CLT-SEQ-NO                  PIC 9(3).                     ccollat
003100   05 CLT-TYPE                      PIC X(1).                     ccollat
003200     88 CLT-TYPE-PROPERTY           VALUE 'R'.                    ccollat
003300     88 CLT-TYPE-VEHICLE            VALUE 'V'.                    ccollat
003400     88 CLT-TYPE-DEPOSIT            VALUE 'D'.                    ccollat
003500     88 CLT-TYPE-EQUIPMENT          VALUE 'E'.                    ccollat
003600     88 CLT-TYPE-OTHER              VALUE 'O'.                    ccollat
003700   05 CLT-DESC                      PIC X(30).                    ccollat
003800   05 CLT-APPRAISED-VALUE           PIC 9(9)V99.                  ccollat
003900   05 CLT-APPRAISAL-DATE            PIC 9(8).                     ccollat
004000   05 CLT-LIEN-POSITION             PIC 9(1).                     ccollat
004100   05 CLT-PRIOR-LIENS               PIC 9(9)V99.                  ccollat
004200   05 CLT-INSURER                   PIC X(25).                    ccollat
004300   05 CLT-STATUS                    PIC X(1).                     ccollat
004400     88 CLT-ACTIVE                  VALUE 'A'.                    ccollat
004500     88 CLT-RELEASED                VALUE 'R'.                    ccollat
004600   05 CLT-ADDED-DATE                PIC 9(8).                     ccollat
004700   05 CLT-ADDED-BY                  PIC X(5).                     ccollat
