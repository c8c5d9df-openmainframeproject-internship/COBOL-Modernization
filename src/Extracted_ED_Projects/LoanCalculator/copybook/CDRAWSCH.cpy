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
001100                                                                  cdrawsch
001200***************************************************************** cdrawsch
001300* CDRAWSCH.CPY                                                  * cdrawsch
001400*---------------------------------------------------------------* cdrawsch
001500* Construction draw schedule - one row per stage of an approved * cdrawsch
001600* construction mortgage, keyed like the collateral register by  * cdrawsch
001700* the loan's owner PID and loan account plus the stage number,  * cdrawsch
001800* so a loan's stages browse together in order. Each stage names * cdrawsch
001900* the percent complete the inspector must report before it is   * cdrawsch
002000* advanced and the most that may be advanced against it; the    * cdrawsch
002100* inspection and the advance are recorded on the row as they    * cdrawsch
002200* happen. Stage 00 is the loan's control row instead - the      * cdrawsch
002300* number of stages scheduled, their total, the holdback being   * cdrawsch
002400* carried, the date of the final draw that converted the loan   * cdrawsch
002500* to its blended payment, and the date the holdback was paid.   * cdrawsch
002600***************************************************************** cdrawsch
002700 01 DRAWSCH-RECORD.                                               cdrawsch
002800   05 DRW-KEY.                                                    cdrawsch
002900     10 DRW-OWNER-PID               PIC X(5).                     cdrawsch
003000     10 DRW-ACCOUNT                 PIC X(9).                     cdrawsch
003100     10 DRW-STAGE                   PIC 9(2).                     cdrawsch
003200       88 DRW-CONTROL-ROW           VALUE ZERO.                   cdrawsch
003300   05 DRW-STAGE-DETAIL.                                           cdrawsch
003400     10 DRW-PCT-REQUIRED            PIC 9(3).                     cdrawsch
003500     10 DRW-MAX-ADVANCE             PIC 9(7)V99.                  cdrawsch
003600     10 DRW-INSPECTION-DTE          PIC 9(8).                     cdrawsch
003700     10 DRW-INSPECTED-PCT           PIC 9(3).                     cdrawsch
003800     10 DRW-INSPECTED-BY            PIC X(5).                     cdrawsch
003900     10 DRW-STATUS                  PIC X(1).                     cdrawsch
004000       88 DRW-SCHEDULED             VALUE 'S'.                    cdrawsch
004100       88 DRW-INSPECTED             VALUE 'I'.                    cdrawsch
004200       88 DRW-ADVANCED              VALUE 'A'.                    cdrawsch
004300     10 DRW-ADVANCE-DTE             PIC 9(8).                     cdrawsch
004400     10 DRW-ADVANCE-GROSS           PIC 9(7)V99.                  cdrawsch
004500     10 DRW-ADVANCE-HOLDBACK        PIC 9(7)V99.                  cdrawsch
004600     10 DRW-ADDED-BY                PIC X(5).                     cdrawsch
004700   05 DRW-CONTROL REDEFINES DRW-STAGE-DETAIL.                     cdrawsch
004800     10 DRW-CTL-STAGE-COUNT         PIC 9(2).                     cdrawsch
004900     10 DRW-CTL-SCHEDULED-TOTAL     PIC 9(9)V99.                  cdrawsch
005000     10 DRW-CTL-HOLDBACK            PIC 9(7)V99.                  cdrawsch
005100     10 DRW-CTL-FINAL-DRAW-DTE      PIC 9(8).                     cdrawsch
005200     10 DRW-CTL-RELEASE-DTE         PIC 9(8).                     cdrawsch
005300     10 FILLER                      PIC X(22).                    cdrawsch
