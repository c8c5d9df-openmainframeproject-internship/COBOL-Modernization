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
001100                                                                  ctaxcert
001200***************************************************************** ctaxcert
001300* CTAXCERT.CPY                                                  * ctaxcert
001400*---------------------------------------------------------------* ctaxcert
001500* Foreign tax residency self-certification, keyed by PID -      * ctaxcert
001600* every country the customer is resident in for tax and the     * ctaxcert
001700* foreign taxpayer ID for each. The CRS and FATCA reporting run * ctaxcert
001800* reads it to decide which accounts are reportable and to whom. * ctaxcert
001900* Written at onboarding by UPDTNEW and on a change of           * ctaxcert
002000* circumstances through UPDTTAXC. TAXINDC seeds an indicia-     * ctaxcert
002100* pending row for a customer with no self-certification whose   * ctaxcert
002200* address, telephone or standing instructions point abroad,     * ctaxcert
002300* until the certification is obtained.                          * ctaxcert
002400***************************************************************** ctaxcert
002500 01 TAXCERT-RECORD.                                               ctaxcert
002600   05 TXC-PID                      PIC X(5).                      ctaxcert
002700   05 TXC-STATUS                   PIC X(1).                      ctaxcert
002800     88 TXC-CERTIFIED              VALUE 'C'.                     ctaxcert
002900     88 TXC-INDICIA-PENDING        VALUE 'P'.                     ctaxcert
003000   05 TXC-CERT-DATE                PIC 9(8).                      ctaxcert
003100   05 TXC-CERT-SOURCE              PIC X(1).                      ctaxcert
003200     88 TXC-SOURCE-ONBOARDING      VALUE 'O'.                     ctaxcert
003300     88 TXC-SOURCE-CHANGE          VALUE 'C'.                     ctaxcert
003400     88 TXC-SOURCE-INDICIA         VALUE 'I'.                     ctaxcert
003500   05 TXC-CAPTURED-BY              PIC X(5).                      ctaxcert
003600   05 TXC-US-PERSON                PIC X(1).                      ctaxcert
003700     88 TXC-US-PERSON-YES          VALUE 'Y'.                     ctaxcert
003800   05 TXC-JURIS-ENTRY OCCURS 3 TIMES.                             ctaxcert
003900     10 TXC-JURIS-CNTRY            PIC X(6).                      ctaxcert
004000     10 TXC-JURIS-TIN              PIC X(20).                     ctaxcert
004100*  Indicia found by TAXINDC, one byte each - A address abroad,    ctaxcert
004200*  T foreign telephone, S standing instruction to a foreign       ctaxcert
004300*  bank, N flagged non-resident - and the date last searched.     ctaxcert
004400   05 TXC-INDICIA-CODES            PIC X(4).                      ctaxcert
004500   05 TXC-INDICIA-DATE             PIC 9(8).                      ctaxcert
