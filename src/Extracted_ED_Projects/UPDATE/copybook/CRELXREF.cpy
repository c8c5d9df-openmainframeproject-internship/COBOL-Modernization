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
001100                                                                  crelxref
001200***************************************************************** crelxref
001300* CRELXREF.CPY                                                  * crelxref
001400*---------------------------------------------------------------* crelxref
001500* Relationship cross-reference row - the customer links that    * crelxref
001600* are not keyed by PID on their own masters. A debit card is    * crelxref
001700* keyed by card number on CARDMST and a household membership by * crelxref
001800* household id on HSEHOLD, so RELXBLD cuts one row per card and * crelxref
001900* per membership under the PID overnight, and RELINQ browses    * crelxref
002000* them by PID with the rest of the customer's relationship.     * crelxref
002100* RLX-ITEM carries the card number or the household id.         * crelxref
002200***************************************************************** crelxref
002300 01 RELXREF-RECORD.                                               crelxref
002400   05 RLX-KEY.                                                    crelxref
002500     10 RLX-PID                    PIC X(5).                      crelxref
002600     10 RLX-TYPE                   PIC X(1).                      crelxref
002700       88 RLX-TYPE-CARD            VALUE 'D'.                     crelxref
002800       88 RLX-TYPE-HOUSEHOLD       VALUE 'H'.                     crelxref
002900     10 RLX-ITEM                   PIC X(16).                     crelxref
003000   05 RLX-BUILT-DATE               PIC 9(8).                      crelxref
