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
001100                                                                  cburinq
001200***************************************************************** cburinq
001300* CBURINQ.CPY                                                   * cburinq
001400*---------------------------------------------------------------* cburinq
001500* One credit bureau inquiry on the request file BurInqBatch     * cburinq
001600* cuts for each application LoanAppBatch holds for a bureau     * cburinq
001700* report - the applicant's identity and address from BNKCUST,   * cburinq
001800* the product and amount applied for. The answer comes back on  * cburinq
001900* BURRESP keyed by the same PID and application number. The     * cburinq
002000* file's last record is our control trailer ('T' in the type    * cburinq
002100* position) with the count the bureau proves against.           * cburinq
002200***************************************************************** cburinq
002300 01 BURINQ-RECORD.                                                cburinq
002400   05 BIQ-DATA                      PIC X(150).                   cburinq
002500   05 BIQ-DETAIL REDEFINES BIQ-DATA.                              cburinq
002600     10 BIQ-TYPE                    PIC X(1).                     cburinq
002700       88 BIQ-INQUIRY               VALUE 'Q'.                    cburinq
002800       88 BIQ-CONTROL-RECORD        VALUE 'T'.                    cburinq
002900     10 BIQ-OWNER-PID               PIC X(5).                     cburinq
003000     10 BIQ-APP-NUMBER              PIC X(9).                     cburinq
003100     10 BIQ-NAME                    PIC X(25).                    cburinq
003200     10 BIQ-SIN                     PIC X(9).                     cburinq
003300     10 BIQ-BIRTH-DTE               PIC 9(8).                     cburinq
003400     10 BIQ-ADDR1                   PIC X(25).                    cburinq
003500     10 BIQ-ADDR2                   PIC X(25).                    cburinq
003600     10 BIQ-STATE                   PIC X(2).                     cburinq
003700     10 BIQ-CNTRY                   PIC X(6).                     cburinq
003800     10 BIQ-POST-CODE               PIC X(6).                     cburinq
003900     10 BIQ-PRODUCT                 PIC X(4).                     cburinq
004000     10 BIQ-AMOUNT                  PIC 9(7).                     cburinq
004100     10 BIQ-INQUIRY-DATE            PIC 9(8).                     cburinq
004200     10 FILLER                      PIC X(10).                    cburinq
004300   05 BIQ-CONTROL REDEFINES BIQ-DATA.                             cburinq
004400     10 FILLER                      PIC X(1).                     cburinq
004500     10 BIT-ITEM-COUNT              PIC 9(6).                     cburinq
004600     10 FILLER                      PIC X(143).                   cburinq
