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
001100                                                                  cregcont
001200***************************************************************** cregcont
001300* CREGCONT.CPY                                                  * cregcont
001400*---------------------------------------------------------------* cregcont
001500* Registered plan contribution ledger (REGCONT) - one row per   * cregcont
001600* customer, plan type and tax year, kept by the REGPLAN         * cregcont
001700* subprogram as registered-plan money moves. The opening room   * cregcont
001800* is set when the year's row is first created; contributions    * cregcont
001900* made in the first days of the following year that count back  * cregcont
002000* to this year (RRSP) are carried separately so the receipts    * cregcont
002100* can show them apart. Room left is the opening room less both  * cregcont
002200* contribution buckets. REGYREND stamps the receipt date.       * cregcont
002300***************************************************************** cregcont
002400 01 REGCONT-RECORD.                                               cregcont
002500   05 RGC-KEY.                                                    cregcont
002600     10 RGC-OWNER-PID              PIC X(5).                      cregcont
002700     10 RGC-PLAN-TYPE              PIC X(1).                      cregcont
002800       88 RGC-PLAN-TFSA            VALUE 'T'.                     cregcont
002900       88 RGC-PLAN-RRSP            VALUE 'R'.                     cregcont
003000     10 RGC-TAX-YEAR               PIC 9(4).                      cregcont
003100   05 RGC-OPENING-ROOM             PIC S9(7)V99.                  cregcont
003200   05 RGC-CONTRIBUTIONS            PIC S9(7)V99.                  cregcont
003300   05 RGC-CARRYBACK-CONTRIB        PIC S9(7)V99.                  cregcont
003400   05 RGC-WITHDRAWALS              PIC S9(7)V99.                  cregcont
003500   05 RGC-LAST-ACTIVITY-DTE        PIC 9(8).                      cregcont
003600   05 RGC-OVER-FLAG                PIC X(1).                      cregcont
003700     88 RGC-OVER-CONTRIBUTED       VALUE 'Y'.                     cregcont
003800   05 RGC-RECEIPT-DTE              PIC 9(8).                      cregcont
