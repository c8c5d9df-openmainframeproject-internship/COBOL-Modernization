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
001100                                                                  cdircro
001200***************************************************************** cdircro
001300* CDIRCRO.CPY                                                   * cdircro
001400*---------------------------------------------------------------* cdircro
001500* One record of the outbound direct-credit file ACCTBPYO cuts   * cdircro
001600* for the clearing house - a business customer's payroll or     * cdircro
001700* supplier payment to an account at another bank, the mirror    * cdircro
001800* image of the inbound CDIRCRD payroll file. Detail and control * cdircro
001900* views redefine the same area, and the file's last record is   * cdircro
002000* our control record ('CTL ' in the PID position) carrying the  * cdircro
002100* count and amount the clearing house must balance to. The      * cdircro
002200* reference number rides out on the item and comes back on a    * cdircro
002300* DCRRET return.                                                * cdircro
002400***************************************************************** cdircro
002500 01 DIRCRO-RECORD.                                                cdircro
002600   05 DCO-DATA                     PIC X(104).                    cdircro
002700   05 DCO-DETAIL REDEFINES DCO-DATA.                              cdircro
002800     10 DCO-OWNER-PID              PIC X(5).                      cdircro
002900       88 DCO-CONTROL-RECORD       VALUE 'CTL  '.                 cdircro
003000     10 DCO-ACCOUNT                PIC X(9).                      cdircro
003100     10 DCO-AMOUNT                 PIC 9(7)V99.                   cdircro
003200     10 DCO-EXT-ROUTING            PIC X(9).                      cdircro
003300     10 DCO-EXT-ACCOUNT            PIC X(12).                     cdircro
003400     10 DCO-PAYEE-NAME             PIC X(20).                     cdircro
003500     10 DCO-ORIGINATOR             PIC X(20).                     cdircro
003600     10 DCO-REF-NO                 PIC 9(12).                     cdircro
003700     10 DCO-VALUE-DATE             PIC 9(8).                      cdircro
003800   05 DCO-CONTROL REDEFINES DCO-DATA.                             cdircro
003900     10 FILLER                     PIC X(5).                      cdircro
004000     10 DOT-ITEM-COUNT             PIC 9(6).                      cdircro
004100     10 DOT-AMOUNT-TOTAL           PIC 9(11)V99.                  cdircro
004200     10 FILLER                     PIC X(80).                     cdircro
