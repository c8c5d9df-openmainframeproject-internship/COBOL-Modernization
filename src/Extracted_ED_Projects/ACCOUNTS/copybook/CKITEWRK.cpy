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
001100                                                                  ckitewrk
001200***************************************************************** ckitewrk
001300* CKITEWRK.CPY                                                  * ckitewrk
001400*---------------------------------------------------------------* ckitewrk
001500* Work rows on the KITEWRK file, rebuilt by each KITESCAN run   * ckitewrk
001600* over the look-back window. The row with a blank payor sums    * ckitewrk
001700* one account's postings from ACCTTRN - credits, debits, cheque * ckitewrk
001800* deposits, round-amount draws and transfers between the        * ckitewrk
001900* customer's own accounts, with up to five cheque deposit       * ckitewrk
002000* references. Each row with a payor counts the cheques          * ckitewrk
002100* deposited to the account from that payor's MICR account on    * ckitewrk
002200* CHQDEPR. Keyed PID first, so a customer's accounts and their  * ckitewrk
002300* payors are read together.                                     * ckitewrk
002400***************************************************************** ckitewrk
002500 01 KITEWRK-RECORD.                                               ckitewrk
002600   05 KWK-KEY.                                                    ckitewrk
002700     10 KWK-PID                    PIC X(5).                      ckitewrk
002800     10 KWK-ACCOUNT                PIC X(9).                      ckitewrk
002900     10 KWK-PAYOR-ROUTING          PIC X(9).                      ckitewrk
003000     10 KWK-PAYOR-ACCOUNT          PIC X(12).                     ckitewrk
003100   05 KWK-CREDIT-TOTAL             PIC S9(9)V99.                  ckitewrk
003200   05 KWK-DEBIT-TOTAL              PIC S9(9)V99.                  ckitewrk
003300   05 KWK-CHQ-DEP-COUNT            PIC 9(5).                      ckitewrk
003400   05 KWK-CHQ-DEP-ROUND            PIC 9(5).                      ckitewrk
003500   05 KWK-CHQ-DEP-TOTAL            PIC S9(9)V99.                  ckitewrk
003600   05 KWK-DRAW-ROUND               PIC 9(5).                      ckitewrk
003700   05 KWK-OWN-XFER-COUNT           PIC 9(5).                      ckitewrk
003800   05 KWK-REF-COUNT                PIC 9(1).                      ckitewrk
003900   05 KWK-REF                      PIC 9(12) OCCURS 5 TIMES.      ckitewrk
