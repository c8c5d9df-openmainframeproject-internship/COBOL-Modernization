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
001100                                                                  crdclr
001200***************************************************************** crdclr
001300* CRDCLR.CPY                                                    * crdclr
001400*---------------------------------------------------------------* crdclr
001500* One record of the nightly outbound clearing file of cheques   * crdclr
001600* deposited through the web channel, and of counter and ATM     * crdclr
001700* deposits drawn on other banks - the item's MICR line, amount  * crdclr
001800* and image reference (blank for a paper item), and the account * crdclr
001900* it was credited to. Detail and control views redefine the     * crdclr
002000* same area in the CDIRCRD layout convention: the file's last   * crdclr
002100* record is the control ('CTL ' in the PID position) carrying   * crdclr
002110* the item count and amount total the clearing house balances   * crdclr
002120* the file to.                                                  * crdclr
002200***************************************************************** crdclr
002300 01 RDCLR-RECORD.                                                 crdclr
002400   05 RCL-DATA                    PIC X(90).                      crdclr
002500   05 RCL-DETAIL REDEFINES RCL-DATA.                              crdclr
002600     10 RCL-OWNER-PID             PIC X(5).                       crdclr
002700       88 RCL-CONTROL-RECORD      VALUE 'CTL  '.                  crdclr
002800     10 RCL-ACCOUNT               PIC X(9).                       crdclr
002900     10 RCL-PAYOR-ROUTING         PIC X(9).                       crdclr
003000     10 RCL-PAYOR-ACCOUNT         PIC X(12).                      crdclr
003100     10 RCL-SERIAL                PIC X(6).                       crdclr
003200     10 RCL-AMOUNT                PIC 9(7)V99.                    crdclr
003300     10 RCL-IMAGE-REF             PIC X(20).                      crdclr
003400     10 RCL-DEPOSIT-DATE          PIC 9(8).                       crdclr
003500     10 RCL-REF-NO                PIC 9(12).                      crdclr
003600   05 RCL-CONTROL REDEFINES RCL-DATA.                             crdclr
003700     10 FILLER                    PIC X(5).                       crdclr
003800     10 RCT-ITEM-COUNT            PIC 9(6).                       crdclr
003900     10 RCT-AMOUNT-TOTAL          PIC 9(11)V99.                   crdclr
004000     10 FILLER                    PIC X(66).                      crdclr
