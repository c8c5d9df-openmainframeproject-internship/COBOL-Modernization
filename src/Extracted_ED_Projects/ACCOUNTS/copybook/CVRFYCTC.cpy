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
001100                                                                  cvrfyctc
001200***************************************************************** cvrfyctc
001300* CVRFYCTC.CPY                                                  * cvrfyctc
001400*---------------------------------------------------------------* cvrfyctc
001500* Verification contact request written by ATOSCAN when an       * cvrfyctc
001600* account takeover pattern puts a customer's accounts under     * cvrfyctc
001700* fraud hold. The contact goes to the address and telephone the * cvrfyctc
001800* customer had BEFORE the change that started the pattern,      * cvrfyctc
001900* taken from the ADDRJNL before-image, so the genuine customer  * cvrfyctc
002000* hears of it even if the new details are the fraudster's: the  * cvrfyctc
002100* mail/print subsystem sends the letter and the contact centre  * cvrfyctc
002200* makes the call, quoting the case number on AMLCASE.           * cvrfyctc
002300***************************************************************** cvrfyctc
002400 01 VRFYCTC-RECORD.                                               cvrfyctc
002500   05 VFC-DATE                     PIC 9(8).                      cvrfyctc
002600   05 VFC-TIME                     PIC 9(8).                      cvrfyctc
002700   05 VFC-PID                      PIC X(5).                      cvrfyctc
002800   05 VFC-CASE-NO                  PIC 9(8).                      cvrfyctc
002900   05 VFC-REASON                   PIC X(4).                      cvrfyctc
003000   05 VFC-NAME                     PIC X(25).                     cvrfyctc
003100   05 VFC-OLD-DETS.                                               cvrfyctc
003200     10 VFC-OLD-ADDR1              PIC X(25).                     cvrfyctc
003300     10 VFC-OLD-ADDR2              PIC X(25).                     cvrfyctc
003400     10 VFC-OLD-STATE              PIC X(2).                      cvrfyctc
003500     10 VFC-OLD-CNTRY              PIC X(6).                      cvrfyctc
003600     10 VFC-OLD-POST-CODE          PIC X(6).                      cvrfyctc
003700     10 VFC-OLD-TEL                PIC X(12).                     cvrfyctc
003800   05 VFC-CHANGED-DATE             PIC 9(8).                      cvrfyctc
003900   05 VFC-LANG                     PIC X(1).                      cvrfyctc
