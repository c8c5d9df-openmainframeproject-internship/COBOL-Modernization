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
001100                                                                  cfeewrk
001200***************************************************************** cfeewrk
001300* CFEEWRK.CPY                                                   * cfeewrk
001400*---------------------------------------------------------------* cfeewrk
001500* Per-account work row on the FEEWORK file, rebuilt by each     * cfeewrk
001600* FEEANNL run from the calendar year's ACCTTRN postings: fees   * cfeewrk
001700* by type, overdraft interest, and interest earned and charged. * cfeewrk
001800* A reversal of a fee or an interest posting takes its amount   * cfeewrk
001900* back out of the same figure.                                  * cfeewrk
002000***************************************************************** cfeewrk
002100 01 FEEWORK-RECORD.                                               cfeewrk
002200   05 FWK-KEY.                                                    cfeewrk
002300     10 FWK-PID                    PIC X(5).                      cfeewrk
002400     10 FWK-ACCOUNT                PIC X(9).                      cfeewrk
002500   05 FWK-SVC-CHARGES              PIC S9(7)V99.                  cfeewrk
002600   05 FWK-NSF                      PIC S9(7)V99.                  cfeewrk
002700   05 FWK-STOP-PAYMENT             PIC S9(7)V99.                  cfeewrk
002800   05 FWK-OTHER                    PIC S9(7)V99.                  cfeewrk
002900   05 FWK-OD-INTEREST              PIC S9(7)V99.                  cfeewrk
003000   05 FWK-INT-EARNED               PIC S9(7)V99.                  cfeewrk
003100   05 FWK-INT-CHARGED              PIC S9(7)V99.                  cfeewrk
