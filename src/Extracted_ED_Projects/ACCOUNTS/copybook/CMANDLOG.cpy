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
001100                                                                  cmandlog
001200***************************************************************** cmandlog
001300* CMANDLOG.CPY                                                  * cmandlog
001400*---------------------------------------------------------------* cmandlog
001500* One signing-mandate event on the MANDLOG audit trail - an     * cmandlog
001600* item held for further signers, each signature added, the      * cmandlog
001700* mandate met, the item carried out, declined by a signer or    * cmandlog
001800* expired unmet. Written by MANDCHK and MANDEXPR; the trail is  * cmandlog
001900* the record of who signed what, and when.                      * cmandlog
002000***************************************************************** cmandlog
002100 01 MANDLOG-RECORD.                                               cmandlog
002200   05 MLG-DATE                     PIC 9(8).                      cmandlog
002300   05 MLG-TIME                     PIC 9(8).                      cmandlog
002400   05 MLG-REF-NO                   PIC 9(12).                     cmandlog
002500   05 MLG-ACCOUNT                  PIC X(9).                      cmandlog
002600   05 MLG-OWNER-PID                PIC X(5).                      cmandlog
002700   05 MLG-CHANNEL                  PIC X(4).                      cmandlog
002800   05 MLG-AMOUNT                   PIC 9(7)V99.                   cmandlog
002900   05 MLG-EVENT                    PIC X(1).                      cmandlog
003000     88 MLG-HELD                   VALUE 'H'.                     cmandlog
003100     88 MLG-SIGNED                 VALUE 'S'.                     cmandlog
003200     88 MLG-RELEASED               VALUE 'A'.                     cmandlog
003300     88 MLG-APPLIED                VALUE 'X'.                     cmandlog
003400     88 MLG-DECLINED               VALUE 'R'.                     cmandlog
003500     88 MLG-EXPIRED                VALUE 'E'.                     cmandlog
003600   05 MLG-PID                      PIC X(5).                      cmandlog
003700   05 MLG-OPERATOR                 PIC X(5).                      cmandlog
003800   05 MLG-SIG-COUNT                PIC 9(1).                      cmandlog
003900   05 MLG-TEXT                     PIC X(40).                     cmandlog
004000   05 FILLER                       PIC X(13).                     cmandlog
