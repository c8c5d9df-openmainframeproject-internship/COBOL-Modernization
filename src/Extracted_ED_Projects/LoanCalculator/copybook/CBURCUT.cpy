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
001100                                                                  cburcut
001200***************************************************************** cburcut
001300* CBURCUT.CPY                                                   * cburcut
001400*---------------------------------------------------------------* cburcut
001500* Credit bureau score cutoffs for loan decisioning - one row    * cburcut
001600* per product as LoanPrice prices it (LOAN, MORT, CNST). A      * cburcut
001700* score under the decline score declines, naming the bureau's   * cburcut
001800* first reason factor; between the decline and approve scores   * cburcut
001900* the application queues for second-person release; at or over  * cburcut
002000* the approve score it goes on to approve as before, unless its * cburcut
002100* debt-service ratio is over the refer ratio (zero leaves the   * cburcut
002200* ratio to the house cutoff alone). An applicant the bureau     * cburcut
002300* holds no file on is referred or declined as the no-file       * cburcut
002400* action says. Effective-dated like PRCGRID - the latest row    * cburcut
002500* not after the business date wins - and changes are appended   * cburcut
002600* through PARMMNT under dual control. A product with no row is  * cburcut
002700* decided without a bureau inquiry.                             * cburcut
002800***************************************************************** cburcut
002900 01 BURCUT-RECORD.                                                cburcut
003000   05 BCU-PRODUCT-CODE              PIC X(4).                     cburcut
003100   05 BCU-DECLINE-SCORE             PIC 9(3).                     cburcut
003200   05 BCU-APPROVE-SCORE             PIC 9(3).                     cburcut
003300   05 BCU-REFER-DSR                 PIC 9(3)V99.                  cburcut
003400   05 BCU-NO-FILE-ACTION            PIC X(1).                     cburcut
003500     88 BCU-NO-FILE-REFER           VALUE 'R'.                    cburcut
003600     88 BCU-NO-FILE-DECLINE         VALUE 'D'.                    cburcut
003700   05 BCU-EFF-DATE                  PIC 9(8).                     cburcut
003800   05 FILLER                        PIC X(56).                    cburcut
