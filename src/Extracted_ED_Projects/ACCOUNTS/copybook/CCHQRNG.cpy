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
001100                                                                  cchqrng
001200***************************************************************** cchqrng
001300* CCHQRNG.CPY                                                   * cchqrng
001400*---------------------------------------------------------------* cchqrng
001500* Issued cheque serial range registry - one row per cheque book * cchqrng
001600* order, keyed by owner PID + account + first serial so an      * cchqrng
001700* account's ranges browse in serial order. ACCTCHQO writes the  * cchqrng
001800* row when the order is taken and sends it to the printer;      * cchqrng
001900* ACCTCHQP holds a presented item whose serial falls outside    * cchqrng
002000* every active range on its account in the PPEXCPT queue. A     * cchqrng
002100* range cancelled (books lost in the mail, account closed) no   * cchqrng
002200* longer covers its serials.                                    * cchqrng
002300***************************************************************** cchqrng
002400 01 CHQRNG-RECORD.                                                cchqrng
002500   05 CHR-KEY.                                                    cchqrng
002600     10 CHR-OWNER-PID               PIC X(5).                     cchqrng
002700     10 CHR-ACCOUNT                 PIC X(9).                     cchqrng
002800     10 CHR-FIRST-SERIAL            PIC 9(6).                     cchqrng
002900   05 CHR-LAST-SERIAL               PIC 9(6).                     cchqrng
003000   05 CHR-BOOK-COUNT                PIC 9(2).                     cchqrng
003100   05 CHR-CHEQUES-PER-BOOK          PIC 9(3).                     cchqrng
003200   05 CHR-STYLE                     PIC X(2).                     cchqrng
003300   05 CHR-DELIVERY                  PIC X(1).                     cchqrng
003400     88 CHR-DELIVER-BRANCH          VALUE 'B'.                    cchqrng
003500     88 CHR-DELIVER-MAIL            VALUE 'M'.                    cchqrng
003600   05 CHR-BRANCH                    PIC X(4).                     cchqrng
003700   05 CHR-FEE                       PIC 9(5)V99.                  cchqrng
003800   05 CHR-ORDER-DATE                PIC 9(8).                     cchqrng
003900   05 CHR-ORDERED-BY                PIC X(5).                     cchqrng
004000   05 CHR-PRINT-DATE                PIC 9(8).                     cchqrng
004100   05 CHR-STATUS                    PIC X(1).                     cchqrng
004200     88 CHR-ACTIVE                  VALUE 'A'.                    cchqrng
004300     88 CHR-CANCELLED               VALUE 'C'.                    cchqrng
004400   05 CHR-CANCEL-DATE               PIC 9(8).                     cchqrng
004500   05 FILLER                        PIC X(25).                    cchqrng
