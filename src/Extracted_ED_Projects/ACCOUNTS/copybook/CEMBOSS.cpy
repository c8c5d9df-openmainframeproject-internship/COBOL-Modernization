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
001100                                                                  cemboss
001200***************************************************************** cemboss
001300* CEMBOSS.CPY                                                   * cemboss
001400*---------------------------------------------------------------* cemboss
001500* One record of the embossing file ACCTCRNW cuts for the card   * cemboss
001600* vendor - a renewal card to be embossed and sent out, with the * cemboss
001700* name as it is to appear on the plastic and where the card is  * cemboss
001800* to go. A customer whose mail comes back has the card sent to  * cemboss
001900* the home branch for pickup instead. Detail and                * cemboss
002000* control views redefine the same area, and the file's last     * cemboss
002100* record is our control record ('CTL  ' in the PID position)    * cemboss
002200* carrying the count the vendor must balance to.                * cemboss
002300***************************************************************** cemboss
002400 01 EMBOSS-RECORD.                                                cemboss
002500   05 EMB-DATA                     PIC X(120).                    cemboss
002600   05 EMB-DETAIL REDEFINES EMB-DATA.                              cemboss
002700     10 EMB-OWNER-PID              PIC X(5).                      cemboss
002800       88 EMB-CONTROL-RECORD       VALUE 'CTL  '.                 cemboss
002900     10 EMB-CARD-NO                PIC X(16).                     cemboss
003000     10 EMB-EXPIRY-MM              PIC 9(2).                      cemboss
003100     10 EMB-EXPIRY-YY              PIC 9(2).                      cemboss
003200     10 EMB-NAME                   PIC X(25).                     cemboss
003300     10 EMB-DELIVERY               PIC X(1).                      cemboss
003400       88 EMB-DELIVER-BY-MAIL      VALUE 'M'.                     cemboss
003500       88 EMB-DELIVER-TO-BRANCH    VALUE 'B'.                     cemboss
003600     10 EMB-ADDR1                  PIC X(25).                     cemboss
003700     10 EMB-ADDR2                  PIC X(25).                     cemboss
003800     10 EMB-STATE                  PIC X(2).                      cemboss
003900     10 EMB-CNTRY                  PIC X(6).                      cemboss
004000     10 EMB-POST-CODE              PIC X(6).                      cemboss
004100     10 EMB-BRANCH                 PIC X(4).                      cemboss
004200     10 FILLER                     PIC X(1).                      cemboss
004300   05 EMB-CONTROL REDEFINES EMB-DATA.                             cemboss
004400     10 FILLER                     PIC X(5).                      cemboss
004500     10 EMT-ITEM-COUNT             PIC 9(6).                      cemboss
004600     10 EMT-RUN-DATE               PIC 9(8).                      cemboss
004700     10 FILLER                     PIC X(101).                    cemboss
