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
001100                                                                  ckitepol
001200***************************************************************** ckitepol
001300* CKITEPOL.CPY                                                  * ckitepol
001400*---------------------------------------------------------------* ckitepol
001500* One-record layout for the KITEPOL file - the cheque kiting    * ckitepol
001600* scan's thresholds, maintained through PARMMNT.                * ckitepol
001700* KTP-LOOKBACK-DAYS of postings are scanned (at most 90); a     * ckitepol
001800* cheque or draw is round when it divides by KTP-ROUND-UNIT;    * ckitepol
001900* KTP-REPEAT-COUNT round cheques from one payor, or round       * ckitepol
002000* draws, make a pattern; deposits over KTP-DEPOSIT-RATIO times  * ckitepol
002100* the average balance score; a customer at KTP-CASE-SCORE or    * ckitepol
002200* more goes on the review list. KTP-EXTEND-HOLDS 'Y' has the    * ckitepol
002300* scan ask ACCTHOLD to keep the customer's holds on until       * ckitepol
002400* KTP-REVIEW-DAYS after tonight while the case is open. With no * ckitepol
002500* file KITESCAN uses 14 days, 100, 3, 5 times, 60, no extension * ckitepol
002600* and 5 days.                                                   * ckitepol
002700***************************************************************** ckitepol
002800 01 KITEPOL-RECORD.                                               ckitepol
002900   05 KTP-LOOKBACK-DAYS            PIC 9(3).                      ckitepol
003000   05 KTP-ROUND-UNIT               PIC 9(5).                      ckitepol
003100   05 KTP-REPEAT-COUNT             PIC 9(2).                      ckitepol
003200   05 KTP-DEPOSIT-RATIO            PIC 9(3).                      ckitepol
003300   05 KTP-CASE-SCORE               PIC 9(3).                      ckitepol
003400   05 KTP-EXTEND-HOLDS             PIC X(1).                      ckitepol
003500     88 KTP-EXTEND-HOLDS-ON        VALUE 'Y'.                     ckitepol
003600   05 KTP-REVIEW-DAYS              PIC 9(2).                      ckitepol
003700   05 FILLER                       PIC X(61).                     ckitepol
