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
001100                                                                  cbpaybat
001200***************************************************************** cbpaybat
001300* CBPAYBAT.CPY                                                  * cbpaybat
001400*---------------------------------------------------------------* cbpaybat
001500* Business payment batch register (BPAYBAT), one row per batch  * cbpaybat
001600* a customer has submitted, keyed by funding owner PID +        * cbpaybat
001700* account + the customer's own batch id so the same batch       * cbpaybat
001800* uploaded twice is refused rather than paid twice. ACCTBPYO    * cbpaybat
001900* records whether the batch was accepted (debited and sent) or  * cbpaybat
002000* rejected and why; a rejected batch may be corrected and sent  * cbpaybat
002100* again under the same id. ACCTBPYR adds up the items the       * cbpaybat
002200* receiving banks return.                                       * cbpaybat
002300***************************************************************** cbpaybat
002400 01 BPAYBAT-RECORD.                                               cbpaybat
002500   05 BPB-KEY.                                                    cbpaybat
002600     10 BPB-OWNER-PID              PIC X(5).                      cbpaybat
002700     10 BPB-ACCOUNT                PIC X(9).                      cbpaybat
002800     10 BPB-BATCH-ID               PIC X(10).                     cbpaybat
002900   05 BPB-BATCH-TYPE               PIC X(1).                      cbpaybat
003000   05 BPB-STATUS                   PIC X(1).                      cbpaybat
003100     88 BPB-ACCEPTED               VALUE 'A'.                     cbpaybat
003200     88 BPB-REJECTED               VALUE 'R'.                     cbpaybat
003300   05 BPB-REJECT-REASON            PIC X(2).                      cbpaybat
003400     88 BPB-REASON-OUT-OF-PROOF    VALUE 'OP'.                    cbpaybat
003500     88 BPB-REASON-BAD-ITEM        VALUE 'BI'.                    cbpaybat
003600     88 BPB-REASON-NO-ACCOUNT      VALUE 'NA'.                    cbpaybat
003700     88 BPB-REASON-CLOSED          VALUE 'CL'.                    cbpaybat
003800     88 BPB-REASON-FUNDS           VALUE 'NF'.                    cbpaybat
003900     88 BPB-REASON-TOO-LARGE       VALUE 'TL'.                    cbpaybat
003950     88 BPB-REASON-FROZEN          VALUE 'FZ'.                    cbpaybat
004000   05 BPB-SUBMIT-DATE              PIC 9(8).                      cbpaybat
004100   05 BPB-ITEM-COUNT               PIC 9(6).                      cbpaybat
004200   05 BPB-AMOUNT-TOTAL             PIC 9(11)V99.                  cbpaybat
004300   05 BPB-DEBIT-REF-NO             PIC 9(12).                     cbpaybat
004400   05 BPB-RETURN-COUNT             PIC 9(6).                      cbpaybat
004500   05 BPB-RETURN-TOTAL             PIC 9(11)V99.                  cbpaybat
004600   05 FILLER                       PIC X(20).                     cbpaybat
