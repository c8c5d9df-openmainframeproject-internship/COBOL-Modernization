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
001100                                                                  cbpayitm
001200***************************************************************** cbpayitm
001300* CBPAYITM.CPY                                                  * cbpayitm
001400*---------------------------------------------------------------* cbpayitm
001500* Business payment item register (BPAYITM), one row per payee   * cbpayitm
001600* item ACCTBPYO sent out on the DIRCRO file, keyed by the       * cbpayitm
001700* reference number the item carried so a return from the        * cbpayitm
001800* receiving bank can be matched back to the batch and funding   * cbpayitm
001900* account it was paid from. ACCTBPYR marks the item returned.   * cbpayitm
002000***************************************************************** cbpayitm
002100 01 BPAYITM-RECORD.                                               cbpayitm
002200   05 BPI-REF-NO                   PIC 9(12).                     cbpayitm
002300   05 BPI-OWNER-PID                PIC X(5).                      cbpayitm
002400   05 BPI-ACCOUNT                  PIC X(9).                      cbpayitm
002500   05 BPI-BATCH-ID                 PIC X(10).                     cbpayitm
002600   05 BPI-EXT-ROUTING              PIC X(9).                      cbpayitm
002700   05 BPI-EXT-ACCOUNT              PIC X(12).                     cbpayitm
002800   05 BPI-PAYEE-NAME               PIC X(20).                     cbpayitm
002900   05 BPI-PAYEE-REF                PIC X(15).                     cbpayitm
003000   05 BPI-AMOUNT                   PIC 9(7)V99.                   cbpayitm
003100   05 BPI-VALUE-DATE               PIC 9(8).                      cbpayitm
003200   05 BPI-STATUS                   PIC X(1).                      cbpayitm
003300     88 BPI-SENT                   VALUE 'S'.                     cbpayitm
003400     88 BPI-RETURNED               VALUE 'R'.                     cbpayitm
003500   05 BPI-SENT-DATE                PIC 9(8).                      cbpayitm
003600   05 BPI-RETURN-DATE              PIC 9(8).                      cbpayitm
003700   05 BPI-RETURN-REASON            PIC X(2).                      cbpayitm
003800   05 FILLER                       PIC X(20).                     cbpayitm
