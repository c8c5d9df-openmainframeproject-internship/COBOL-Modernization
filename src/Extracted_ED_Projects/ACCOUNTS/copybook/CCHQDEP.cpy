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
001100                                                                  cchqdep
001200***************************************************************** cchqdep
001300* CCHQDEP.CPY                                                   * cchqdep
001400*---------------------------------------------------------------* cchqdep
001500* Deposited cheque registry - one row per cheque item taken on  * cchqdep
001600* deposit through any channel, keyed by the item's MICR line    * cchqdep
001700* (payor routing, payor account and serial) plus its amount.    * cchqdep
001800* CHQDUPCK looks a new item up here before it is credited, so a * cchqdep
001900* cheque already deposited remotely cannot be deposited again   * cchqdep
002000* at a teller, or remotely a second time. ACCTRDCL sends the    * cchqdep
002100* day's remote items to the clearing house and marks them sent, * cchqdep
002200* with the counter and ATM items drawn on another bank that     * cchqdep
002300* CHQDUPCK flags for outbound clearing as they are registered.  * cchqdep
002310* The row stays on file afterwards so a cleared item is still   * cchqdep
002320* caught; an item that comes back unpaid is charged back by     * cchqdep
002330* ACCTRDRT and its row marked returned.                         * cchqdep
002400***************************************************************** cchqdep
002500 01 CHQDEP-RECORD.                                                cchqdep
002600   05 CDP-KEY.                                                    cchqdep
002700     10 CDP-PAYOR-ROUTING           PIC X(9).                     cchqdep
002800     10 CDP-PAYOR-ACCOUNT           PIC X(12).                    cchqdep
002900     10 CDP-SERIAL                  PIC X(6).                     cchqdep
003000     10 CDP-AMOUNT                  PIC 9(7)V99.                  cchqdep
003100   05 CDP-CHANNEL                   PIC X(1).                     cchqdep
003200     88 CDP-CHANNEL-REMOTE          VALUE 'R'.                    cchqdep
003300     88 CDP-CHANNEL-TELLER          VALUE 'T'.                    cchqdep
003350     88 CDP-CHANNEL-ATM             VALUE 'A'.                    cchqdep
003400   05 CDP-OWNER-PID                 PIC X(5).                     cchqdep
003500   05 CDP-ACCOUNT                   PIC X(9).                     cchqdep
003600   05 CDP-DEPOSIT-DATE              PIC 9(8).                     cchqdep
003700   05 CDP-DEPOSIT-TIME              PIC 9(8).                     cchqdep
003800   05 CDP-REF-NO                    PIC 9(12).                    cchqdep
003900   05 CDP-IMAGE-REF                 PIC X(20).                    cchqdep
004000   05 CDP-BRANCH                    PIC X(4).                     cchqdep
004100   05 CDP-STATUS                    PIC X(1).                     cchqdep
004200     88 CDP-DEPOSITED               VALUE 'D'.                    cchqdep
004300     88 CDP-SENT-TO-CLEARING        VALUE 'S'.                    cchqdep
004350     88 CDP-RETURNED                VALUE 'R'.                    cchqdep
004400   05 CDP-SENT-DATE                 PIC 9(8).                     cchqdep
004500   05 CDP-RETURN-DATE               PIC 9(8).                     cchqdep
004510   05 CDP-RETURN-REASON             PIC X(2).                     cchqdep
004520   05 CDP-CLEARING-FLAG             PIC X(1).                     cchqdep
004530     88 CDP-CLEARING-DUE            VALUE 'Y'.                    cchqdep
004540   05 FILLER                        PIC X(9).                     cchqdep
