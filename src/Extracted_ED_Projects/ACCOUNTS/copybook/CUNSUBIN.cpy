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
001100                                                                  cunsubin
001200***************************************************************** cunsubin
001300* CUNSUBIN.CPY                                                  * cunsubin
001400*---------------------------------------------------------------* cunsubin
001500* Unsubscribe file received from the e-mail service provider -  * cunsubin
001600* one record per address that asked to stop marketing, in the   * cunsubin
001700* provider's 80-byte layout. CEMEXPR matches each address       * cunsubin
001800* against the e-mail held on BNKCUST and records a withdrawal   * cunsubin
001900* of e-mail marketing consent for every customer using it.      * cunsubin
002000***************************************************************** cunsubin
002100 01 UNSUBIN-RECORD.                                               cunsubin
002200   05 UNS-EMAIL                    PIC X(50).                     cunsubin
002300   05 UNS-DATE                     PIC 9(8).                      cunsubin
002400   05 UNS-LIST-ID                  PIC X(10).                     cunsubin
002500   05 FILLER                       PIC X(12).                     cunsubin
