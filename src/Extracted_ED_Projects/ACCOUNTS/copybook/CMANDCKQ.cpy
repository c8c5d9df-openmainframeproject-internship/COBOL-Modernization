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
001100                                                                  cmandckq
001200***************************************************************** cmandckq
001300* CMANDCKQ.CPY                                                  * cmandckq
001400*---------------------------------------------------------------* cmandckq
001500* Request/reply area for the MANDCHK subprogram. 'C' asks       * cmandckq
001600* whether a signer's one signature carries a money item on the  * cmandckq
001700* account: no mandate, or a band one signer meets, is clear;    * cmandckq
001800* otherwise the item is held on MANDPND under a new reference,  * cmandckq
001900* or refused outright for a non-signer or an amount above every * cmandckq
002000* band. 'S' adds a signer's signature to a held item and 'D'    * cmandckq
002100* declines it; 'I' shows it. 'N' hands a channel's next         * cmandckq
002200* released item after the reference given, image and all, and   * cmandckq
002300* 'U' marks a released item carried out - for a teller re-key   * cmandckq
002400* only when the account, amount and channel match.              * cmandckq
002500***************************************************************** cmandckq
002600 01 MANDCHK-REQUEST.                                              cmandckq
002700   05 MCQ-FUNCTION                 PIC X(1).                      cmandckq
002800     88 MCQ-FUNC-CHECK             VALUE 'C'.                     cmandckq
002900     88 MCQ-FUNC-SIGN              VALUE 'S'.                     cmandckq
003000     88 MCQ-FUNC-DECLINE           VALUE 'D'.                     cmandckq
003100     88 MCQ-FUNC-INQUIRE           VALUE 'I'.                     cmandckq
003200     88 MCQ-FUNC-NEXT-RELEASED     VALUE 'N'.                     cmandckq
003300     88 MCQ-FUNC-USE               VALUE 'U'.                     cmandckq
003400   05 MCQ-CHANNEL                  PIC X(4).                      cmandckq
003500   05 MCQ-ACCOUNT                  PIC X(9).                      cmandckq
003600   05 MCQ-OWNER-PID                PIC X(5).                      cmandckq
003700   05 MCQ-SIGNER-PID               PIC X(5).                      cmandckq
003800   05 MCQ-OPERATOR                 PIC X(5).                      cmandckq
003900   05 MCQ-AMOUNT                   PIC 9(7)V99.                   cmandckq
004000   05 MCQ-DATE                     PIC 9(8).                      cmandckq
004100   05 MCQ-REF-NO                   PIC 9(12).                     cmandckq
004200   05 MCQ-ITEM-IMAGE               PIC X(500).                    cmandckq
004300   05 MCQ-REPLY                    PIC X(1).                      cmandckq
004400     88 MCQ-CLEAR                  VALUE 'Y'.                     cmandckq
004500     88 MCQ-HELD                   VALUE 'H'.                     cmandckq
004600     88 MCQ-REFUSED                VALUE 'N'.                     cmandckq
004700   05 MCQ-REPLY-MSG                PIC X(40).                     cmandckq
004800   05 MCQ-ITEM-STATUS              PIC X(1).                      cmandckq
004900   05 MCQ-EXPIRY-DATE              PIC 9(8).                      cmandckq
005000   05 MCQ-SIG-COUNT                PIC 9(1).                      cmandckq
005100   05 MCQ-SIGS-NEEDED              PIC 9(1).                      cmandckq
