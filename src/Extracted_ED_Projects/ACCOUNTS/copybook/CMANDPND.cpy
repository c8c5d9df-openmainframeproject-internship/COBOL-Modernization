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
001100                                                                  cmandpnd
001200***************************************************************** cmandpnd
001300* CMANDPND.CPY                                                  * cmandpnd
001400*---------------------------------------------------------------* cmandpnd
001500* A money item on a mandated account waiting for its other      * cmandpnd
001600* signers, keyed on an ACCTREFN reference the signers and the   * cmandpnd
001700* teller quote. MANDCHK writes it with the first signature when * cmandpnd
001800* one signer does not meet the mandate band for the amount and  * cmandpnd
001900* adds each further signature; once the band is met the item is * cmandpnd
002000* released for its channel to carry out - a teller withdrawal   * cmandpnd
002100* re-keyed at the counter with the reference, a draft or wire   * cmandpnd
002200* on ACCTDRFT's or ACCTWIRE's next run, a screen-50 transfer on * cmandpnd
002300* ACCTXFPO's - which marks it applied. A signer may decline it; * cmandpnd
002400* MANDEXPR expires what is not carried out by the expiry date.  * cmandpnd
002500* The item image is the channel's own request record.           * cmandpnd
002600***************************************************************** cmandpnd
002700 01 MANDPND-RECORD.                                               cmandpnd
002800   05 MDP-KEY.                                                    cmandpnd
002900     10 MDP-REF-NO                 PIC 9(12).                     cmandpnd
003000   05 MDP-ACCOUNT                  PIC X(9).                      cmandpnd
003100   05 MDP-OWNER-PID                PIC X(5).                      cmandpnd
003200   05 MDP-CHANNEL                  PIC X(4).                      cmandpnd
003300     88 MDP-CHANNEL-TELLER         VALUE 'TELL'.                  cmandpnd
003400     88 MDP-CHANNEL-DRAFT          VALUE 'DRFT'.                  cmandpnd
003500     88 MDP-CHANNEL-WIRE           VALUE 'WIRE'.                  cmandpnd
003600     88 MDP-CHANNEL-TRANSFER       VALUE 'XFER'.                  cmandpnd
003700   05 MDP-AMOUNT                   PIC 9(7)V99.                   cmandpnd
003800   05 MDP-BAND-NO                  PIC 9(1).                      cmandpnd
003900   05 MDP-STATUS                   PIC X(1).                      cmandpnd
004000     88 MDP-PENDING                VALUE 'P'.                     cmandpnd
004100     88 MDP-RELEASED               VALUE 'A'.                     cmandpnd
004200     88 MDP-APPLIED                VALUE 'X'.                     cmandpnd
004300     88 MDP-DECLINED               VALUE 'R'.                     cmandpnd
004400     88 MDP-EXPIRED                VALUE 'E'.                     cmandpnd
004500   05 MDP-QUEUED-DATE              PIC 9(8).                      cmandpnd
004600   05 MDP-QUEUED-TIME              PIC 9(8).                      cmandpnd
004700   05 MDP-EXPIRY-DATE              PIC 9(8).                      cmandpnd
004800   05 MDP-OPERATOR                 PIC X(5).                      cmandpnd
004900   05 MDP-SIG-COUNT                PIC 9(1).                      cmandpnd
005000   05 MDP-SIGNATURE OCCURS 5 TIMES.                               cmandpnd
005100     10 MDP-SIG-PID                PIC X(5).                      cmandpnd
005200     10 MDP-SIG-GROUP              PIC X(1).                      cmandpnd
005300     10 MDP-SIG-DATE               PIC 9(8).                      cmandpnd
005400     10 MDP-SIG-TIME               PIC 9(8).                      cmandpnd
005500   05 MDP-STATUS-DATE              PIC 9(8).                      cmandpnd
005600   05 MDP-STATUS-BY                PIC X(5).                      cmandpnd
005700   05 MDP-ITEM-IMAGE               PIC X(500).                    cmandpnd
005800   05 FILLER                       PIC X(20).                     cmandpnd
