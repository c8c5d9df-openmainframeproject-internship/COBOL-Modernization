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
001100                                                                  cp2pals
001200***************************************************************** cp2pals
001300* CP2PALS.CPY                                                   * cp2pals
001400*---------------------------------------------------------------* cp2pals
001500* Person-to-person alias registry - one row per e-mail address  * cp2pals
001600* or mobile number a customer has registered to receive money   * cp2pals
001700* transfers, keyed on the alias itself (upper-cased, so the     * cp2pals
001800* same address keyed two ways is one alias). P2PALMNT registers * cp2pals
001900* a new alias as pending and queues a one-time verification     * cp2pals
002000* code to the customer; the alias only receives money once the  * cp2pals
002100* code has been keyed back and the row is verified. A verified  * cp2pals
002200* alias with auto-deposit on is credited straight to the        * cp2pals
002300* registered account with no security question; otherwise the   * cp2pals
002400* transfer waits for the recipient to answer it.                * cp2pals
002500***************************************************************** cp2pals
002600 01 P2PALIAS-RECORD.                                              cp2pals
002700   05 PAL-ALIAS                    PIC X(50).                     cp2pals
002800   05 PAL-ALIAS-TYPE               PIC X(1).                      cp2pals
002900     88 PAL-TYPE-EMAIL             VALUE 'E'.                     cp2pals
003000     88 PAL-TYPE-MOBILE            VALUE 'M'.                     cp2pals
003100   05 PAL-OWNER-PID                PIC X(5).                      cp2pals
003200   05 PAL-ACCOUNT                  PIC X(9).                      cp2pals
003300   05 PAL-AUTO-DEPOSIT             PIC X(1).                      cp2pals
003400     88 PAL-AUTO-DEPOSIT-ON        VALUE 'Y'.                     cp2pals
003500   05 PAL-STATUS                   PIC X(1).                      cp2pals
003600     88 PAL-PENDING                VALUE 'P'.                     cp2pals
003700     88 PAL-VERIFIED               VALUE 'V'.                     cp2pals
003800     88 PAL-CANCELLED              VALUE 'C'.                     cp2pals
003900   05 PAL-VERIFY-CODE              PIC 9(6).                      cp2pals
004000   05 PAL-VERIFY-ATTEMPTS          PIC 9(1).                      cp2pals
004100   05 PAL-REGISTERED-DATE          PIC 9(8).                      cp2pals
004200   05 PAL-VERIFIED-DATE            PIC 9(8).                      cp2pals
004300   05 PAL-CHANGED-BY               PIC X(5).                      cp2pals
004400   05 FILLER                       PIC X(20).                     cp2pals
