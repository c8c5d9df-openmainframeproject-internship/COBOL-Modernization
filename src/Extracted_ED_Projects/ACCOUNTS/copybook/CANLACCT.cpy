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
001100                                                                  canlacct
001200***************************************************************** canlacct
001300* CANLACCT.CPY                                                  * canlacct
001400*---------------------------------------------------------------* canlacct
001500* Account analysis enrolment (ANLACCT), one row per business    * canlacct
001600* account designated for monthly analysis in place of the flat  * canlacct
001700* ACCTFEES schedule, keyed by owner PID + account the way       * canlacct
001800* ACCTMST is. Enrolled by ANLMAINT. Each night ANLYSIS adds the * canlacct
001900* day's closing ledger balance and uncollected funds (active    * canlacct
002000* holds), weighted by the calendar days until the next business * canlacct
002100* day, to the month's sums; on the last business day of the     * canlacct
002200* month it averages them, prices the month's activity from the  * canlacct
002300* named ANLPRICE list and charges the net.                      * canlacct
002400***************************************************************** canlacct
002500 01 ANLACCT-RECORD.                                               canlacct
002600   05 ANL-KEY.                                                    canlacct
002700     10 ANL-OWNER-PID              PIC X(5).                      canlacct
002800     10 ANL-ACCOUNT                PIC X(9).                      canlacct
002900   05 ANL-PRICE-LIST               PIC X(4).                      canlacct
003000   05 ANL-STATUS                   PIC X(1).                      canlacct
003100     88 ANL-ACTIVE                 VALUE 'A'.                     canlacct
003200     88 ANL-STOPPED                VALUE 'S'.                     canlacct
003300   05 ANL-ENROLLED-DATE            PIC 9(8).                      canlacct
003400   05 ANL-CYCLE-MONTH              PIC 9(6).                      canlacct
003500   05 ANL-LAST-ACCUM-DATE          PIC 9(8).                      canlacct
003600   05 ANL-DAYS                     PIC 9(3).                      canlacct
003700   05 ANL-LEDGER-SUM               PIC S9(11)V99.                 canlacct
003800   05 ANL-FLOAT-SUM                PIC 9(11)V99.                  canlacct
003900   05 ANL-LAST-ANALYSED            PIC 9(6).                      canlacct
004000   05 ANL-LAST-NET-CHARGE          PIC S9(7)V99.                  canlacct
004100   05 ANL-CHANGED-BY               PIC X(5).                      canlacct
004200   05 FILLER                       PIC X(20).                     canlacct
