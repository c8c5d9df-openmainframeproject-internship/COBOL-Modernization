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
001100                                                                  cchqprt
001200***************************************************************** cchqprt
001300* CCHQPRT.CPY                                                   * cchqprt
001400*---------------------------------------------------------------* cchqprt
001500* One record of the nightly cheque printer order file - a book  * cchqprt
001600* order ACCTCHQO took today, with the serial range to encode    * cchqprt
001700* and the name and address to print and ship to. Detail and     * cchqprt
001800* control views redefine the same area in the CDIRCRD layout    * cchqprt
001900* convention: the file's last record is the control ('CTL  '    * cchqprt
002000* in the PID position) carrying the order and book counts the   * cchqprt
002100* printer balances the file to.                                 * cchqprt
002200***************************************************************** cchqprt
002300 01 CHQPRT-RECORD.                                                cchqprt
002400   05 CPR-DATA                    PIC X(129).                     cchqprt
002500   05 CPR-DETAIL REDEFINES CPR-DATA.                              cchqprt
002600     10 CPR-OWNER-PID             PIC X(5).                       cchqprt
002700       88 CPR-CONTROL-RECORD      VALUE 'CTL  '.                  cchqprt
002800     10 CPR-ACCOUNT               PIC X(9).                       cchqprt
002900     10 CPR-FIRST-SERIAL          PIC 9(6).                       cchqprt
003000     10 CPR-LAST-SERIAL           PIC 9(6).                       cchqprt
003100     10 CPR-BOOK-COUNT            PIC 9(2).                       cchqprt
003200     10 CPR-CHEQUES-PER-BOOK      PIC 9(3).                       cchqprt
003300     10 CPR-STYLE                 PIC X(2).                       cchqprt
003400     10 CPR-DELIVERY              PIC X(1).                       cchqprt
003500     10 CPR-BRANCH                PIC X(4).                       cchqprt
003600     10 CPR-NAME                  PIC X(25).                      cchqprt
003700     10 CPR-ADDR1                 PIC X(25).                      cchqprt
003800     10 CPR-ADDR2                 PIC X(25).                      cchqprt
003900     10 CPR-STATE                 PIC X(2).                       cchqprt
004000     10 CPR-POST-CODE             PIC X(6).                       cchqprt
004100     10 CPR-ORDER-DATE            PIC 9(8).                       cchqprt
004200   05 CPR-CONTROL REDEFINES CPR-DATA.                             cchqprt
004300     10 FILLER                    PIC X(5).                       cchqprt
004400     10 CPT-ORDER-COUNT           PIC 9(6).                       cchqprt
004500     10 CPT-BOOK-TOTAL            PIC 9(7).                       cchqprt
004600     10 FILLER                    PIC X(111).                     cchqprt
