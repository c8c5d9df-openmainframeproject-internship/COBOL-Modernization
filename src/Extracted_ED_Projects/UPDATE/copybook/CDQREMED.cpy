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
001100                                                                  cdqremed
001200***************************************************************** cdqremed
001300* CDQREMED.CPY                                                  * cdqremed
001400*---------------------------------------------------------------* cdqremed
001500* One customer on the DQREMED data quality remediation work     * cdqremed
001600* list, rebuilt by each DQSCORE run and keyed by home branch so * cdqremed
001700* each branch works its own customers. Lists the field names of * cdqremed
001800* every rule the record failed.                                 * cdqremed
001900***************************************************************** cdqremed
002000 01 DQREMED-RECORD.                                               cdqremed
002100   05 DQM-KEY.                                                    cdqremed
002200     10 DQM-BRANCH                 PIC X(4).                      cdqremed
002300     10 DQM-PID                    PIC X(5).                      cdqremed
002400   05 DQM-NAME                     PIC X(25).                     cdqremed
002500   05 DQM-SCORE                    PIC 9(3).                      cdqremed
002600   05 DQM-FAIL-COUNT               PIC 9(1).                      cdqremed
002700   05 DQM-FAIL-FIELD               PIC X(12) OCCURS 7 TIMES.      cdqremed
002800   05 DQM-RUN-DATE                 PIC 9(8).                      cdqremed
002900   05 FILLER                       PIC X(10).                     cdqremed
