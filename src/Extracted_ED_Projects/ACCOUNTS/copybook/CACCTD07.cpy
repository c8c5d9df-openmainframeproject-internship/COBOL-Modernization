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
001100                                                                  cacctd07
001200***************************************************************** cacctd07
001300* CACCTD07.CPY                                                  * cacctd07
001400*---------------------------------------------------------------* cacctd07
001500* This area is used to pass data between a requesting program   * cacctd07
001600* and ACCTRDEP, which takes a cheque deposit through the web    * cacctd07
001700* channel - the cheque's MICR line, amount and image reference  * cacctd07
001800* in, and the credit, the hold placed on it and the date the    * cacctd07
001900* hold lifts out.                                               * cacctd07
002000***************************************************************** cacctd07
002100   05  CD07-DATA.                                                 cacctd07
002200     10  CD07I-DATA.                                              cacctd07
002300       15  CD07I-PERSON-PID                 PIC X(5).             cacctd07
002400       15  CD07I-ACCOUNT                    PIC X(9).             cacctd07
002500       15  CD07I-PAYOR-ROUTING              PIC X(9).             cacctd07
002600       15  CD07I-PAYOR-ACCOUNT              PIC X(12).            cacctd07
002700       15  CD07I-SERIAL                     PIC X(6).             cacctd07
002800       15  CD07I-AMOUNT                     PIC S9(7)V99.         cacctd07
002900       15  CD07I-IMAGE-REF                  PIC X(20).            cacctd07
003000     10  CD07O-DATA.                                              cacctd07
003100       15  CD07O-APPROVED-FLAG              PIC X(1).             cacctd07
003200         88  CD07O-APPROVED                 VALUE 'Y'.            cacctd07
003300       15  CD07O-MESSAGE                    PIC X(40).            cacctd07
003400       15  CD07O-BALANCE                    PIC S9(7)V99.         cacctd07
003500       15  CD07O-HOLD-AMOUNT                PIC 9(7)V99.          cacctd07
003600       15  CD07O-RELEASE-DATE               PIC 9(8).             cacctd07
003700       15  CD07O-REF-NO                     PIC 9(12).            cacctd07
