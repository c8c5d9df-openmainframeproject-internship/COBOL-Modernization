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
001100                                                                  csavrule
001200***************************************************************** csavrule
001300* CSAVRULE.CPY                                                  * csavrule
001400*---------------------------------------------------------------* csavrule
001500* One customer-defined save-on-payday rule on the SAVRULE file, * csavrule
001600* keyed by the customer's PID and a rule number 1-9. When       * csavrule
001700* ACCTDCRP posts a direct credit ('DC') into SVR-FROM-ACC from  * csavrule
001800* the named originator, the rule moves either a percentage of   * csavrule
001900* the credit or a fixed amount (never more than the credit) to  * csavrule
002000* SVR-TO-ACC, a savings or GIC-funding account of the same      * csavrule
002100* customer, as an 'SV' posting - unless the move would leave    * csavrule
002200* the chequing account below SVR-FLOOR, when it is skipped and  * csavrule
002300* the customer alerted. Maintained through the web channel by   * csavrule
002400* ACCTSAVR; a removed rule stays on file as 'R'.                * csavrule
002500***************************************************************** csavrule
002600 01 SAVRULE-RECORD.                                               csavrule
002700   05 SVR-KEY.                                                    csavrule
002800     10 SVR-PID                    PIC X(5).                      csavrule
002900     10 SVR-RULE-NO                PIC 9(1).                      csavrule
003000   05 SVR-FROM-ACC                 PIC X(9).                      csavrule
003100   05 SVR-ORIGINATOR               PIC X(20).                     csavrule
003200   05 SVR-TO-ACC                   PIC X(9).                      csavrule
003300   05 SVR-METHOD                   PIC X(1).                      csavrule
003400     88 SVR-METHOD-PERCENT         VALUE 'P'.                     csavrule
003500     88 SVR-METHOD-FIXED           VALUE 'F'.                     csavrule
003600   05 SVR-PERCENT                  PIC 9(3)V99.                   csavrule
003700   05 SVR-FIXED-AMOUNT             PIC 9(7)V99.                   csavrule
003800   05 SVR-FLOOR                    PIC 9(7)V99.                   csavrule
003900   05 SVR-STATUS                   PIC X(1).                      csavrule
004000     88 SVR-ACTIVE                 VALUE 'A'.                     csavrule
004100     88 SVR-REMOVED                VALUE 'R'.                     csavrule
004200   05 SVR-CHANGED-DATE             PIC 9(8).                      csavrule
004300   05 SVR-LAST-FIRED-DATE          PIC 9(8).                      csavrule
004400   05 SVR-LAST-AMOUNT              PIC 9(7)V99.                   csavrule
004500   05 SVR-LAST-RESULT              PIC X(1).                      csavrule
004600     88 SVR-LAST-MOVED             VALUE 'M'.                     csavrule
004700     88 SVR-LAST-SKIPPED           VALUE 'S'.                     csavrule
004800   05 SVR-TOTAL-SAVED              PIC 9(9)V99.                   csavrule
