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
001100                                                                  cburrept
001200***************************************************************** cburrept
001300* CBURREPT.CPY                                                  * cburrept
001400*---------------------------------------------------------------* cburrept
001500* The credit bureau report behind an application's score, kept  * cburrept
001600* line for line as BURRESP delivered it so underwriting and     * cburrept
001700* adverse-action work can retrieve the whole report - one row   * cburrept
001800* per response record, numbered in the order received under the * cburrept
001900* applicant PID and application number.                         * cburrept
002000***************************************************************** cburrept
002100 01 BURREPT-RECORD.                                               cburrept
002200   05 BRP-KEY.                                                    cburrept
002300     10 BRP-OWNER-PID               PIC X(5).                     cburrept
002400     10 BRP-APP-NUMBER              PIC X(9).                     cburrept
002500     10 BRP-SEQ-NO                  PIC 9(4).                     cburrept
002600   05 BRP-LOADED-DATE               PIC 9(8).                     cburrept
002700   05 BRP-RESPONSE                  PIC X(100).                   cburrept
